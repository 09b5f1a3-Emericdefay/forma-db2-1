      *****************************************************************
      * Program name:    PGM042
      * Original author: DEFAY E.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/14/26  DEFAY E.      Written - a cross the provider does
      *                         not send (CHF/SEK...) had no
      *                         TBDEVISEX row at all: no history, no
      *                         fixing line, nothing on DL17, just
      *                         PGM030 triangulating it on the fly.
      *                         The desk now lists the pairs it
      *                         wants carried in the new TBDEVDER
      *                         table, each with the two TBDEVISE
      *                         legs it is computed from, and this
      *                         is its maintenance path, built the
      *                         way PGM034 maintains the margin
      *                         schedule: FILEDER action cards (A
      *                         add, M modify, D delete), one
      *                         FILERPT line per card - APPLIED or
      *                         the reject reason. A pair the
      *                         provider already delivers cannot be
      *                         listed; deleting a pair also retires
      *                         its derived TBDEVISEX row into
      *                         TBDEVISEXH so no stale cross is left
      *                         behind. PGM043 derives the list.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM042.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED. 10/14/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEDER ASSIGN TO FILEDER
           FILE STATUS IS FS-FILEDER.

           SELECT FILERPT ASSIGN TO FILERPT
           FILE STATUS IS FS-FILERPT.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      / DESK ACTION CARDS - one derived-pair action per record. The
      / legs may be left blank on an add (the pair's own two codes)
      / or on a modify (keep the current leg).
       FD  FILEDER RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENREG-FMDER.
           10 DER-ACTION     PIC X(01).
              88 ACTION-AJOUT      VALUE 'A'.
              88 ACTION-MODIF      VALUE 'M'.
              88 ACTION-SUPPR      VALUE 'D'.
              88 ACTION-CONNUE     VALUE 'A' 'M' 'D'.
           10 DER-CDEV1      PIC X(03).
           10 DER-CDEV2      PIC X(03).
           10 DER-CDEVL1     PIC X(03).
           10 DER-CDEVL2     PIC X(03).
           10 FILLER         PIC X(67).

      / MAINTENANCE CONTROL REPORT - one line per action card
       FD  FILERPT RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  ENREG-RAPPORT     PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILEDER PIC X(2).
           88 END-FILEDER VALUE '10'.

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

      / DERIVED-LIST OUTCOME - set by 555-Select-Derivee-Rtn
       01 FILLER.
           10 WS-DER-SW       PIC X(01).
              88 DERIVEE-PRESENTE VALUE 'O'.
              88 DERIVEE-ABSENTE  VALUE 'N'.

      / CURRENT CROSS ROW OF THE PAIR - read by 556; a delivered
      / pair ('X') cannot be listed, a derived one ('D') is retired
      / by 585 when the pair comes off the list
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
              88 CROSS-DERIVEE    VALUE 'D'.

      / THE CODE A MASTER CHECK FAILED ON - named in the status
       01 FILLER.
           10 WS-CODE-CTL     PIC X(03).

      / CONTROL COUNTERS
       01 FILLER.
           10 WS-CPT-LUS      PIC 9(07) USAGE COMP.
           10 WS-CPT-APPL     PIC 9(07) USAGE COMP.
           10 WS-CPT-REJ      PIC 9(07) USAGE COMP.
           10 WS-CPT-RETIRE   PIC 9(07) USAGE COMP.

      / MAINTENANCE REPORT PRINT LINES
       01 WS-LIGNE-ENTETE1   PIC X(132) VALUE
           'PGM042 - DERIVED CROSS PAIR LIST MAINTENANCE REPORT'.
       01 WS-LIGNE-ENTETE2   PIC X(132) VALUE
           'ACT  PAIR     LEGS     STATUS'.
       01 WS-LIGNE-DETAIL.
           10 WS-LD-ACTION      PIC X(01).
           10 FILLER            PIC X(04) VALUE SPACES.
           10 WS-LD-CDEV1       PIC X(03).
           10 FILLER            PIC X(01) VALUE '/'.
           10 WS-LD-CDEV2       PIC X(03).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-CDEVL1      PIC X(03).
           10 FILLER            PIC X(01) VALUE SPACES.
           10 WS-LD-CDEVL2      PIC X(03).
           10 FILLER            PIC X(02) VALUE SPACES.
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
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'CROSSES RETIRED : '.
           10 WS-LT-RETIRE PIC ZZZ,ZZ9.

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

      / DECLARATIONS DCLGEN(PGM017)
           EXEC SQL INCLUDE DBCTBDX
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM017) - CROSS-RATE HISTORY
           EXEC SQL INCLUDE DBCTBDXH
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM042) - DERIVED CROSS PAIRS
           EXEC SQL INCLUDE DBCTBDD
           END-EXEC.

      / CURSOR - the pair's current TBDEVISEX row, FOR UPDATE so
      / 585 can retire a derived cross WHERE CURRENT OF
           EXEC SQL
              DECLARE CSR-DEVISEX CURSOR FOR
              SELECT MTACHAT, MTVENTE, DDMAJ, HDMAJ, CORIGINE
                FROM TBDEVISEX
               WHERE CDEV1 = :CDEV1-D
                 AND CDEV2 = :CDEV2-D
                 FOR UPDATE OF MTACHAT
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
           MOVE ZERO TO WS-CPT-LUS
           MOVE ZERO TO WS-CPT-APPL
           MOVE ZERO TO WS-CPT-REJ
           MOVE ZERO TO WS-CPT-RETIRE
           OPEN INPUT FILEDER
           OPEN OUTPUT FILERPT
           PERFORM 810-Print-Header-Rtn
           .

       100-Main.
      **********************************************************
      *  One pass over the desk's action cards - verify, apply,
      *  report.
           PERFORM 210-Read-File
           PERFORM UNTIL (END-FILEDER)
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
      *  Dispatch a verified card against the list's current
      *  state. An add or a modify settles the two legs first
      *  (140) and has them checked against the master (150);
      *  every branch leaves WS-STATUT saying what happened for
      *  the report line.
           MOVE DER-CDEV1 TO CDEV1-D
           MOVE DER-CDEV2 TO CDEV2-D
           PERFORM 555-Select-Derivee-Rtn
           IF ACTION-AJOUT
               PERFORM 556-Select-Cross-Rtn
           END-IF
           EVALUATE TRUE
              WHEN ACTION-AJOUT AND DERIVEE-PRESENTE
                 MOVE 'PAIR ALREADY ON DERIVED LIST' TO WS-STATUT
                 SET RECORD-INVALIDE TO TRUE
              WHEN ACTION-AJOUT AND CROSS-PRESENTE
               AND CROSS-LIVREE
                 MOVE 'PAIR IS DELIVERED ON THE CROSS FEED' TO
                      WS-STATUT
                 SET RECORD-INVALIDE TO TRUE
              WHEN ACTION-AJOUT
                 PERFORM 140-Settle-Legs-Rtn
                 PERFORM 150-Verify-Codes-Rtn
                 IF RECORD-VALIDE
                     PERFORM 560-Insert-Derivee-Rtn
                 END-IF
              WHEN DERIVEE-ABSENTE
                 MOVE 'PAIR NOT ON DERIVED LIST' TO WS-STATUT
                 SET RECORD-INVALIDE TO TRUE
              WHEN ACTION-MODIF
                 PERFORM 140-Settle-Legs-Rtn
                 PERFORM 150-Verify-Codes-Rtn
                 IF RECORD-VALIDE
                     PERFORM 575-Update-Derivee-Rtn
                 END-IF
              WHEN ACTION-SUPPR
                 PERFORM 580-Delete-Derivee-Rtn
           END-EVALUATE

           IF RECORD-VALIDE
               MOVE 'APPLIED' TO WS-STATUT
               ADD 1 TO WS-CPT-APPL
           ELSE
               ADD 1 TO WS-CPT-REJ
           END-IF
           PERFORM 820-Print-Line-Rtn
           .

       140-Settle-Legs-Rtn.
      **********************************************************
      *  The legs the row will carry. A blank leg on an add is
      *  the pair's own code; on a modify it keeps what 555 read.
           IF ACTION-AJOUT
               MOVE DER-CDEV1 TO CDEVL1-D
               MOVE DER-CDEV2 TO CDEVL2-D
           END-IF
           IF DER-CDEVL1 NOT = SPACES
               MOVE DER-CDEVL1 TO CDEVL1-D
           END-IF
           IF DER-CDEVL2 NOT = SPACES
               MOVE DER-CDEVL2 TO CDEVL2-D
           END-IF
           .

       150-Verify-Codes-Rtn.
      **********************************************************
      *  The two legs must differ, and every code the row names
      *  - the pair's and the legs' - must be known to the
      *  master. A suspended code may still be listed: PGM043
      *  rejects the pair nightly until it is reactivated.
           IF CDEVL1-D = CDEVL2-D
               MOVE 'LEG1 AND LEG2 ARE THE SAME CURRENCY' TO
                    WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE
               MOVE CDEV1-D TO WS-CODE-CTL
               PERFORM 155-Verify-One-Code-Rtn
           END-IF
           IF RECORD-VALIDE
               MOVE CDEV2-D TO WS-CODE-CTL
               PERFORM 155-Verify-One-Code-Rtn
           END-IF
           IF RECORD-VALIDE
               MOVE CDEVL1-D TO WS-CODE-CTL
               PERFORM 155-Verify-One-Code-Rtn
           END-IF
           IF RECORD-VALIDE
               MOVE CDEVL2-D TO WS-CODE-CTL
               PERFORM 155-Verify-One-Code-Rtn
           END-IF
           .

       155-Verify-One-Code-Rtn.
      **********************************************************
      *  One code in WS-CODE-CTL against the master - the code
      *  is named in the status when it is unknown.
           MOVE WS-CODE-CTL TO CDEV-M
           PERFORM 550-Select-Master-Rtn
           IF MAST-INCONNU
               MOVE SPACES TO WS-STATUT
               STRING WS-CODE-CTL DELIMITED BY SIZE
                      ' UNKNOWN TO CURRENCY MASTER'
                      DELIMITED BY SIZE
                 INTO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF
           .

       200-Verify-Record.
      **********************************************************
      *  Reject a card before it ever reaches the list: bad
      *  action code, blank pair legs, a pair against itself, or
      *  a modify card that names no leg.
           SET RECORD-VALIDE TO TRUE

           IF NOT ACTION-CONNUE
               MOVE 'ACTION NOT A, M OR D' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE
           AND (DER-CDEV1 = SPACES OR DER-CDEV1 = LOW-VALUES
             OR DER-CDEV2 = SPACES OR DER-CDEV2 = LOW-VALUES)
               MOVE 'CDEV1/CDEV2 IS SPACES OR LOW-VALUES' TO
                    WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND DER-CDEV1 = DER-CDEV2
               MOVE 'CDEV1 AND CDEV2 ARE THE SAME CURRENCY' TO
                    WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND ACTION-MODIF
           AND DER-CDEVL1 = SPACES
           AND DER-CDEVL2 = SPACES
               MOVE 'MODIFY CARD CHANGES NOTHING' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF
           .

       210-Read-File.
      **********************************************************
      *  This routine should read file line by line
           READ FILEDER
           IF NOT END-FILEDER
               ADD 1 TO WS-CPT-LUS
           END-IF
           .

       500-Cursor-Open-Rtn.
      **********************************************************
      *  Open CSR-DEVISEX positioned on the pair of the card.
           EXEC SQL
              OPEN CSR-DEVISEX
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       530-Cursor-Fetch-Rtn.
      **********************************************************
      *  Fetch the pair's current cross row, if it has one.
           EXEC SQL
              FETCH CSR-DEVISEX
               INTO :WS-OLD-MTACHAT, :WS-OLD-MTVENTE,
                    :WS-OLD-DDMAJ, :WS-OLD-HDMAJ,
                    :WS-OLD-CORIGINE
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE = +100
               SET CROSS-ABSENTE TO TRUE
           ELSE
               SET CROSS-PRESENTE TO TRUE
           END-IF
           .

       550-Select-Master-Rtn.
      **********************************************************
      *  Look the code in CDEV-M up on the master and classify
      *  it: active, suspended, or unknown.
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

       555-Select-Derivee-Rtn.
      **********************************************************
      *  The list row for CDEV1-D/CDEV2-D, if there is one - its
      *  current legs are what a modify card overlays.
           EXEC SQL
              SELECT CDEVL1, CDEVL2
                INTO :CDEVL1-D, :CDEVL2-D
                FROM TBDEVDER
               WHERE CDEV1 = :CDEV1-D
                 AND CDEV2 = :CDEV2-D
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE = +100
               SET DERIVEE-ABSENTE TO TRUE
           ELSE
               SET DERIVEE-PRESENTE TO TRUE
           END-IF
           .

       556-Select-Cross-Rtn.
      **********************************************************
      *  The pair's current TBDEVISEX row and its origin - read
      *  only, the cursor is closed straight away.
           PERFORM 500-Cursor-Open-Rtn
           PERFORM 530-Cursor-Fetch-Rtn
           PERFORM 590-Cursor-Close-Rtn
           .

       560-Insert-Derivee-Rtn.
      **********************************************************
      *  Add a pair to the list - derived from PGM043's next run.
           EXEC SQL
              INSERT INTO TBDEVDER
                 (CDEV1, CDEV2, CDEVL1, CDEVL2, DDMAJ, HDMAJ)
              VALUES
                 (:CDEV1-D, :CDEV2-D, :CDEVL1-D, :CDEVL2-D,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       575-Update-Derivee-Rtn.
      **********************************************************
      *  Re-point a listed pair at other legs - the cross itself
      *  moves at PGM043's next run, through its history.
           EXEC SQL
              UPDATE TBDEVDER
              SET CDEVL1=:CDEVL1-D,
                  CDEVL2=:CDEVL2-D,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE CDEV1=:CDEV1-D
                AND CDEV2=:CDEV2-D
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       580-Delete-Derivee-Rtn.
      **********************************************************
      *  Take a pair off the list, and with it the cross PGM043
      *  derived for it - nothing would ever refresh that row
      *  again. A row the cross feed has since taken over ('X')
      *  is the provider's and stays.
           EXEC SQL
              DELETE FROM TBDEVDER
               WHERE CDEV1 = :CDEV1-D
                 AND CDEV2 = :CDEV2-D
           END-EXEC
           PERFORM D550-CHECKSQL

           PERFORM 500-Cursor-Open-Rtn
           PERFORM 530-Cursor-Fetch-Rtn
           IF CROSS-PRESENTE AND CROSS-DERIVEE
               PERFORM 585-Retire-Cross-Rtn
           END-IF
           PERFORM 590-Cursor-Close-Rtn
           .

       585-Retire-Cross-Rtn.
      **********************************************************
      *  Preserve the derived rate in TBDEVISEXH, keyed by its own
      *  DDMAJ/HDMAJ and stamped with when it was withdrawn, then
      *  delete the TBDEVISEX row the cursor is positioned on.
           EXEC SQL
              INSERT INTO TBDEVISEXH
                 (CDEV1, CDEV2, MTACHAT, MTVENTE, DDMAJ, HDMAJ,
                  CORIGINE, CUSER, DDSAISIE, HDSAISIE)
              VALUES
                 (:CDEV1-D, :CDEV2-D, :WS-OLD-MTACHAT,
                  :WS-OLD-MTVENTE, :WS-OLD-DDMAJ, :WS-OLD-HDMAJ,
                  'D', 'PGM042', CURRENT DATE, CURRENT TIME)
           END-EXEC
           PERFORM D550-CHECKSQL

           EXEC SQL
              DELETE FROM TBDEVISEX
              WHERE CURRENT OF CSR-DEVISEX
           END-EXEC
           PERFORM D550-CHECKSQL
           ADD 1 TO WS-CPT-RETIRE
           .

       590-Cursor-Close-Rtn.
      **********************************************************
      *  Close CSR-DEVISEX once the pair has been handled.
           EXEC SQL
              CLOSE CSR-DEVISEX
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
      *  not. The legs shown are the card's as keyed.
           MOVE DER-ACTION  TO WS-LD-ACTION
           MOVE DER-CDEV1   TO WS-LD-CDEV1
           MOVE DER-CDEV2   TO WS-LD-CDEV2
           MOVE DER-CDEVL1  TO WS-LD-CDEVL1
           MOVE DER-CDEVL2  TO WS-LD-CDEVL2
           MOVE WS-STATUT   TO WS-LD-STATUT
           WRITE ENREG-RAPPORT FROM WS-LIGNE-DETAIL
           .

       890-Print-Summary-Rtn.
      **********************************************************
      *  End-of-run counts for the desk.
           MOVE WS-CPT-LUS    TO WS-LT-LUS
           MOVE WS-CPT-APPL   TO WS-LT-APPL
           MOVE WS-CPT-REJ    TO WS-LT-REJ
           MOVE WS-CPT-RETIRE TO WS-LT-RETIRE
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
           CLOSE FILEDER
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
                 ('PGM042', CURRENT DATE, :WS-HDDEBUT, CURRENT TIME,
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
