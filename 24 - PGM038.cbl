      *****************************************************************
      * Program name:    PGM038
      * Original author: DEFAY E.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/14/26  DEFAY E.      Written - audit found that DL16 and
      *                         DL18 only checked the checker was not
      *                         the maker: any signed-on user could
      *                         correct any currency, and a junior
      *                         desk member could approve an exotic-
      *                         currency correction. Who may run
      *                         DL16/DL17/DL18, on which currencies
      *                         (one code, a master currency group,
      *                         or all) and the largest percent move
      *                         a DL16 user may post without a
      *                         checker now live in the new TBDEVHAB
      *                         entitlement table, and this is its
      *                         maintenance path, built the way
      *                         PGM021 maintains the currency master:
      *                         FILEHAB action cards (A add, M modify,
      *                         D delete), one FILERPT line per card -
      *                         APPLIED or the reject reason. PCTMAX
      *                         is keyed as whole hundred-thousandths
      *                         like the tolerance bands (00000500000
      *                         = 5 percent). PGM018, PGM026 and
      *                         PGM028 enforce the table; PGM039 lists
      *                         it with each operator's last use for
      *                         the quarterly recertification.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM038.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED. 10/14/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEHAB ASSIGN TO FILEHAB
           FILE STATUS IS FS-FILEHAB.

           SELECT FILERPT ASSIGN TO FILERPT
           FILE STATUS IS FS-FILERPT.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      / SECURITY ACTION CARDS - one entitlement action per record
       FD  FILEHAB RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENREG-FMHAB.
           10 HAB-ACTION     PIC X(01).
              88 ACTION-AJOUT      VALUE 'A'.
              88 ACTION-MODIF      VALUE 'M'.
              88 ACTION-SUPPR      VALUE 'D'.
              88 ACTION-CONNUE     VALUE 'A' 'M' 'D'.
           10 HAB-CUSER      PIC X(08).
           10 HAB-CTRANS     PIC X(04).
              88 TRANS-CORRECTION  VALUE 'DL16'.
              88 TRANS-CONNUE      VALUE 'DL16' 'DL17' 'DL18'.
           10 HAB-TPERIM     PIC X(01).
              88 PERIM-DEVISE      VALUE 'D'.
              88 PERIM-GROUPE      VALUE 'G'.
              88 PERIM-TOUTES      VALUE 'T'.
              88 PERIM-CONNU       VALUE 'D' 'G' 'T'.
           10 HAB-CPERIM     PIC X(04).
           10 HAB-PCTMAX     PIC X(11).
           10 HAB-PCTMAX-N REDEFINES HAB-PCTMAX
                             PIC 9(06)V9(05).
           10 FILLER         PIC X(51).

      / MAINTENANCE CONTROL REPORT - one line per action card
       FD  FILERPT RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  ENREG-RAPPORT     PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILEHAB PIC X(2).
           88 END-FILEHAB VALUE '10'.

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

      / CURRENCIES FILED UNDER A GROUP - set by 552
       01 FILLER.
           10 WS-NB-GROUPE    PIC S9(09) USAGE COMP.

      / ENTITLEMENT-ROW OUTCOME - set by 555-Select-Hab-Rtn
       01 FILLER.
           10 WS-HAB-SW       PIC X(01).
              88 HAB-PRESENTE    VALUE 'O'.
              88 HAB-ABSENTE     VALUE 'N'.

      / PERCENT CEILING - a cap past 100 percent is no cap at all
       01 FILLER.
           10 WS-POURCENT-MAX PIC S9(06)V9(05) VALUE +100.

      / CONTROL COUNTERS
       01 FILLER.
           10 WS-CPT-LUS      PIC 9(07) USAGE COMP.
           10 WS-CPT-APPL     PIC 9(07) USAGE COMP.
           10 WS-CPT-REJ      PIC 9(07) USAGE COMP.

      / MAINTENANCE REPORT PRINT LINES
       01 WS-LIGNE-ENTETE1   PIC X(132) VALUE
           'PGM038 - FX OPERATOR ENTITLEMENT MAINTENANCE REPORT'.
       01 WS-LIGNE-ENTETE2   PIC X(132) VALUE
           'ACT  USERID    TRAN  SCOPE     PCT MAX  STATUS'.
       01 WS-LIGNE-DETAIL.
           10 WS-LD-ACTION      PIC X(01).
           10 FILLER            PIC X(04) VALUE SPACES.
           10 WS-LD-CUSER       PIC X(08).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-CTRANS      PIC X(04).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-TPERIM      PIC X(01).
           10 FILLER            PIC X(01) VALUE SPACES.
           10 WS-LD-CPERIM      PIC X(04).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-PCTMAX      PIC ZZ9.9(5).
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

      / DECLARATIONS DCLGEN(PGM038) - OPERATOR ENTITLEMENTS
           EXEC SQL INCLUDE DBCTBDU
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
           OPEN INPUT FILEHAB
           OPEN OUTPUT FILERPT
           PERFORM 810-Print-Header-Rtn
           .

       100-Main.
      **********************************************************
      *  One pass over the security action cards - verify,
      *  apply, report.
           PERFORM 210-Read-File
           PERFORM UNTIL (END-FILEHAB)
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
      *  Dispatch a verified card against the table's current
      *  state. A single-currency row can only be added for a
      *  code the master knows, a group row only for a group the
      *  master files at least one currency under; every branch
      *  leaves WS-STATUT saying what happened for the report.
           MOVE HAB-CUSER  TO CUSER-U
           MOVE HAB-CTRANS TO CTRANS-U
           MOVE HAB-TPERIM TO TPERIM-U
           MOVE HAB-CPERIM TO CPERIM-U
           PERFORM 555-Select-Hab-Rtn
           IF ACTION-AJOUT AND PERIM-DEVISE
               MOVE HAB-CPERIM TO CDEV-M
               PERFORM 550-Select-Master-Rtn
           END-IF
           IF ACTION-AJOUT AND PERIM-GROUPE
               PERFORM 552-Count-Groupe-Rtn
           END-IF
           EVALUATE TRUE
              WHEN ACTION-AJOUT AND PERIM-DEVISE AND MAST-INCONNU
                 MOVE 'CDEV UNKNOWN TO CURRENCY MASTER' TO WS-STATUT
                 SET RECORD-INVALIDE TO TRUE
              WHEN ACTION-AJOUT AND PERIM-GROUPE
               AND WS-NB-GROUPE = ZERO
                 MOVE 'NO CURRENCY FILED UNDER THIS GROUP' TO
                      WS-STATUT
                 SET RECORD-INVALIDE TO TRUE
              WHEN ACTION-AJOUT AND HAB-PRESENTE
                 MOVE 'ENTITLEMENT ALREADY ON FILE' TO WS-STATUT
                 SET RECORD-INVALIDE TO TRUE
              WHEN ACTION-AJOUT
                 PERFORM 560-Insert-Hab-Rtn
              WHEN HAB-ABSENTE
                 MOVE 'NO SUCH ENTITLEMENT ON FILE' TO WS-STATUT
                 SET RECORD-INVALIDE TO TRUE
              WHEN ACTION-MODIF
                 PERFORM 575-Update-Hab-Rtn
              WHEN ACTION-SUPPR
                 PERFORM 580-Delete-Hab-Rtn
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
      *  Reject a card before it ever reaches the table: bad
      *  action code, blank USERID, a transaction other than
      *  DL16/DL17/DL18, an unknown scope type or a scope that
      *  does not fit it, or a PCTMAX that is missing, out of
      *  range or on a transaction that posts nothing. The key
      *  is the whole card but PCTMAX, so a modify card can only
      *  change the cap on a DL16 row; a delete card needs only
      *  the key.
           SET RECORD-VALIDE TO TRUE

           IF NOT ACTION-CONNUE
               MOVE 'ACTION NOT A, M OR D' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE
           AND (HAB-CUSER = SPACES OR HAB-CUSER = LOW-VALUES)
               MOVE 'USERID IS SPACES OR LOW-VALUES' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND NOT TRANS-CONNUE
               MOVE 'TRANSACTION NOT DL16, DL17 OR DL18' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND NOT PERIM-CONNU
               MOVE 'SCOPE TYPE NOT D, G OR T' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND PERIM-TOUTES
           AND HAB-CPERIM NOT = SPACES
               MOVE 'SCOPE MUST BE BLANK FOR ALL CURRENCIES' TO
                    WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND NOT PERIM-TOUTES
           AND (HAB-CPERIM = SPACES OR HAB-CPERIM = LOW-VALUES)
               MOVE 'CDEV OR GROUP REQUIRED FOR THIS SCOPE' TO
                    WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND PERIM-DEVISE
           AND HAB-CPERIM (4:1) NOT = SPACE
               MOVE 'CDEV SCOPE IS THREE CHARACTERS' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND NOT TRANS-CORRECTION
           AND NOT ACTION-SUPPR
           AND HAB-PCTMAX NOT = SPACES
           AND (HAB-PCTMAX NOT NUMERIC OR HAB-PCTMAX-N NOT = ZERO)
               MOVE 'PCTMAX ONLY APPLIES TO DL16' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND NOT TRANS-CORRECTION
           AND ACTION-MODIF
               MOVE 'NOTHING TO MODIFY ON A DL17/DL18 ROW' TO
                    WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND TRANS-CORRECTION
           AND NOT ACTION-SUPPR
           AND HAB-PCTMAX NOT NUMERIC
               MOVE 'PCTMAX REQUIRED NUMERIC FOR DL16' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND TRANS-CORRECTION
           AND NOT ACTION-SUPPR
           AND HAB-PCTMAX-N > WS-POURCENT-MAX
               MOVE 'PCTMAX CANNOT EXCEED 100' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF
           .

       210-Read-File.
      **********************************************************
      *  This routine should read file line by line
           READ FILEHAB
           IF NOT END-FILEHAB
               ADD 1 TO WS-CPT-LUS
           END-IF
           .

       550-Select-Master-Rtn.
      **********************************************************
      *  Look the code in CDEV-M up on the master and classify
      *  it: active, suspended, or unknown. A suspended currency
      *  may still be granted - DL16 refuses it on the master
      *  gate anyway until it is reactivated.
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

       552-Count-Groupe-Rtn.
      **********************************************************
      *  How many master currencies are filed under the group on
      *  the card - a group nobody is in is a mis-keyed one.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-NB-GROUPE
                FROM TBDEVMAST
               WHERE CGROUPE = :CPERIM-U
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       555-Select-Hab-Rtn.
      **********************************************************
      *  The entitlement row for the card's key, if there is one.
           EXEC SQL
              SELECT PCTMAX
                INTO :PCTMAX-U
                FROM TBDEVHAB
               WHERE CUSER  = :CUSER-U
                 AND CTRANS = :CTRANS-U
                 AND TPERIM = :TPERIM-U
                 AND CPERIM = :CPERIM-U
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE = +100
               SET HAB-ABSENTE TO TRUE
           ELSE
               SET HAB-PRESENTE TO TRUE
           END-IF
           .

       560-Insert-Hab-Rtn.
      **********************************************************
      *  Grant the entitlement - effective on the operator's next
      *  key press in the transaction. DL17/DL18 rows carry a
      *  zero cap.
           IF TRANS-CORRECTION
               MOVE HAB-PCTMAX-N TO PCTMAX-U
           ELSE
               MOVE ZERO TO PCTMAX-U
           END-IF
           EXEC SQL
              INSERT INTO TBDEVHAB
                 (CUSER, CTRANS, TPERIM, CPERIM, PCTMAX,
                  DDMAJ, HDMAJ)
              VALUES
                 (:CUSER-U, :CTRANS-U, :TPERIM-U, :CPERIM-U,
                  :PCTMAX-U, CURRENT DATE, CURRENT TIME)
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       575-Update-Hab-Rtn.
      **********************************************************
      *  Change the percent cap on a DL16 row.
           MOVE HAB-PCTMAX-N TO PCTMAX-U
           EXEC SQL
              UPDATE TBDEVHAB
              SET PCTMAX=:PCTMAX-U,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE CUSER  = :CUSER-U
                AND CTRANS = :CTRANS-U
                AND TPERIM = :TPERIM-U
                AND CPERIM = :CPERIM-U
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       580-Delete-Hab-Rtn.
      **********************************************************
      *  Withdraw the entitlement - the operator's next key press
      *  in the transaction is refused if no other row covers it.
           EXEC SQL
              DELETE FROM TBDEVHAB
               WHERE CUSER  = :CUSER-U
                 AND CTRANS = :CTRANS-U
                 AND TPERIM = :TPERIM-U
                 AND CPERIM = :CPERIM-U
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
           MOVE HAB-ACTION  TO WS-LD-ACTION
           MOVE HAB-CUSER   TO WS-LD-CUSER
           MOVE HAB-CTRANS  TO WS-LD-CTRANS
           MOVE HAB-TPERIM  TO WS-LD-TPERIM
           MOVE HAB-CPERIM  TO WS-LD-CPERIM
           IF HAB-PCTMAX NUMERIC
               MOVE HAB-PCTMAX-N TO WS-LD-PCTMAX
           ELSE
               MOVE ZERO TO WS-LD-PCTMAX
           END-IF
           MOVE WS-STATUT   TO WS-LD-STATUT
           WRITE ENREG-RAPPORT FROM WS-LIGNE-DETAIL
           .

       890-Print-Summary-Rtn.
      **********************************************************
      *  End-of-run counts for the security officer.
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
           CLOSE FILEHAB
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
                 ('PGM038', CURRENT DATE, :WS-HDDEBUT, CURRENT TIME,
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
