      *****************************************************************
      * Program name:    PGM039
      * Original author: DEFAY E.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/14/26  DEFAY E.      Written - the quarterly recertification
      *                         listing for the operator entitlements
      *                         PGM038 maintains on TBDEVHAB. Every
      *                         entitlement row, operator by operator
      *                         - transaction, scope, percent cap,
      *                         date granted or last changed - with
      *                         the operator's last use of that
      *                         transaction taken from the audit
      *                         stamps the transactions already
      *                         leave: DL16 from the CUSER on the
      *                         'O' history rows it writes to
      *                         TBDEVISEH (less the ones a DL18
      *                         approval wrote) and from the
      *                         corrections it queued on TBDEVISA;
      *                         DL18 from the deciding operator on
      *                         TBDEVISA. DL17 is read-only and
      *                         leaves no trace, so its rows say so.
      *                         A row never used, or idle for more
      *                         than 90 days, is flagged for the
      *                         desk head to confirm or withdraw.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM039.
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
      / RECERTIFICATION LISTING - one line per entitlement row
       FD  FILERPT RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  ENREG-RAPPORT     PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILERPT PIC X(2).

      / RUN DATE AND IDLE CUT-OFF - one clock reading (540): a
      / last use before WS-DDSEUIL is more than WS-JOURS-INACTIF
      / days old
       01 FILLER.
           10 WS-DDJOUR         PIC X(10).
           10 WS-DDSEUIL        PIC X(10).
           10 WS-JOURS-INACTIF  PIC S9(09) USAGE COMP VALUE +90.

      / ENTITLEMENT ROW CURRENTLY FETCHED, AND THE OPERATOR/
      / TRANSACTION OF THE ROW BEFORE IT - last use is looked up
      / once per operator and transaction, not once per scope
       01 FILLER.
           10 WS-PREC-CUSER     PIC X(08).
           10 WS-PREC-CTRANS    PIC X(04).

      / LAST-USE STAMPS - 'YYYY-MM-DD HH.MM.SS', spaces when none;
      / DL16 is the later of what it posted and what it queued
       01 FILLER.
           10 WS-DER-HIST       PIC X(19).
           10 WS-DER-FILE       PIC X(19).
           10 WS-DERNIER        PIC X(19).
           10 WS-DERNIER-R REDEFINES WS-DERNIER.
              15 WS-DERNIER-DD  PIC X(10).
              15 FILLER         PIC X(09).

      / END-OF-CURSOR SWITCH - set by 530-Cursor-Fetch-Rtn
       01 FILLER.
           10 WS-FIN-SW      PIC X(01).
              88 FIN-HAB        VALUE 'O'.
              88 ENCORE-HAB     VALUE 'N'.

      / CONTROL COUNTERS
       01 FILLER.
           10 WS-CPT-HAB     PIC 9(07) USAGE COMP.
           10 WS-CPT-OPER    PIC 9(07) USAGE COMP.
           10 WS-CPT-JAMAIS  PIC 9(07) USAGE COMP.
           10 WS-CPT-INACTIF PIC 9(07) USAGE COMP.
           10 WS-CPT-REVUE   PIC 9(07) USAGE COMP.

      / RECERTIFICATION PRINT LINES
       01 WS-LIGNE-ENTETE1.
           10 FILLER      PIC X(56) VALUE
              'PGM039 - FX OPERATOR ENTITLEMENT RECERTIFICATION AS OF '.
           10 WS-LE-DDJOUR PIC X(10).
       01 WS-LIGNE-ENTETE2.
           10 FILLER      PIC X(35) VALUE
              'USERID    TRAN  SCOPE     PCT MAX  '.
           10 FILLER      PIC X(97) VALUE
              'GRANTED     LAST USE             REVIEW'.
       01 WS-LIGNE-DETAIL.
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
           10 WS-LD-DDMAJ       PIC X(10).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-DERNIER     PIC X(19).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-REVUE       PIC X(24).
       01 WS-LIGNE-BLANCHE   PIC X(132) VALUE SPACES.
       01 WS-LIGNE-AUCUNE    PIC X(132) VALUE
           'NO OPERATOR ENTITLEMENTS ON FILE'.
       01 WS-LIGNE-TOTAL.
           10 FILLER      PIC X(18) VALUE 'OPERATORS       : '.
           10 WS-LT-OPER  PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'ENTITLEMENTS    : '.
           10 WS-LT-HAB   PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'NEVER USED      : '.
           10 WS-LT-JAMAIS PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'IDLE            : '.
           10 WS-LT-INACTIF PIC ZZZ,ZZ9.

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

      / DECLARATIONS DCLGEN(PGM016) - RATE HISTORY
           EXEC SQL INCLUDE DBCTBDH
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM018) - PENDING-APPROVAL QUEUE
           EXEC SQL INCLUDE DBCTBDA
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM038) - OPERATOR ENTITLEMENTS
           EXEC SQL INCLUDE DBCTBDU
           END-EXEC.

      / CURSOR - every entitlement, operator by operator
           EXEC SQL
              DECLARE CSR-HAB CURSOR FOR
              SELECT CUSER, CTRANS, TPERIM, CPERIM, PCTMAX, DDMAJ
                FROM TBDEVHAB
               ORDER BY CUSER, CTRANS, TPERIM, CPERIM
           END-EXEC.

      /
      *****************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xx : Input/Output section
      *    - 1xx : Main element
      *    - 5xx : SQL Handling
      *    - 8xx : Control report
      *    - 9xx : Close files
      *
      *    Input/Output managment
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
           PERFORM 540-Select-Dates-Rtn
           MOVE ZERO   TO WS-CPT-HAB
           MOVE ZERO   TO WS-CPT-OPER
           MOVE ZERO   TO WS-CPT-JAMAIS
           MOVE ZERO   TO WS-CPT-INACTIF
           MOVE SPACES TO WS-PREC-CUSER
           MOVE SPACES TO WS-PREC-CTRANS
           OPEN OUTPUT FILERPT
           PERFORM 810-Print-Header-Rtn
           .

       100-Main.
      **********************************************************
      *  Walk the entitlements operator by operator; a new
      *  operator or transaction looks its last use up afresh,
      *  a new operator also opens with a blank line.
           PERFORM 500-Cursor-Open-Rtn
           PERFORM 530-Cursor-Fetch-Rtn
           PERFORM UNTIL (FIN-HAB)
               ADD 1 TO WS-CPT-HAB
               IF CUSER-U NOT = WS-PREC-CUSER
                   ADD 1 TO WS-CPT-OPER
                   IF WS-CPT-OPER > 1
                       WRITE ENREG-RAPPORT FROM WS-LIGNE-BLANCHE
                   END-IF
                   MOVE SPACES TO WS-PREC-CTRANS
               END-IF
               IF CUSER-U NOT = WS-PREC-CUSER
               OR CTRANS-U NOT = WS-PREC-CTRANS
                   PERFORM 150-Last-Use-Rtn
                   MOVE CUSER-U  TO WS-PREC-CUSER
                   MOVE CTRANS-U TO WS-PREC-CTRANS
               END-IF
               PERFORM 820-Print-Detail-Rtn
               PERFORM 530-Cursor-Fetch-Rtn
           END-PERFORM
           PERFORM 590-Cursor-Close-Rtn
           .

       150-Last-Use-Rtn.
      **********************************************************
      *  The operator's last use of the transaction, from the
      *  stamps it leaves behind. DL16 posts write the replaced
      *  rate to TBDEVISEH as an 'O' row carrying the operator,
      *  and queue large corrections on TBDEVISA as the maker;
      *  DL18 decides TBDEVISA rows as CUSERDEC. DL17 writes
      *  nothing.
           MOVE SPACES TO WS-DERNIER
           EVALUATE CTRANS-U
              WHEN 'DL16'
                 PERFORM 545-Select-Last-Post-Rtn
                 PERFORM 546-Select-Last-Queue-Rtn
                 IF WS-DER-HIST > WS-DER-FILE
                     MOVE WS-DER-HIST TO WS-DERNIER
                 ELSE
                     MOVE WS-DER-FILE TO WS-DERNIER
                 END-IF
              WHEN 'DL18'
                 PERFORM 547-Select-Last-Decision-Rtn
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       500-Cursor-Open-Rtn.
      **********************************************************
      *  Open CSR-HAB over the whole entitlement table.
           EXEC SQL
              OPEN CSR-HAB
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       530-Cursor-Fetch-Rtn.
      **********************************************************
      *  Fetch the next entitlement row.
           EXEC SQL
              FETCH CSR-HAB
               INTO :CUSER-U, :CTRANS-U, :TPERIM-U, :CPERIM-U,
                    :PCTMAX-U, :DDMAJ-U
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE = +100
               SET FIN-HAB TO TRUE
           ELSE
               SET ENCORE-HAB TO TRUE
           END-IF
           .

       540-Select-Dates-Rtn.
      **********************************************************
      *  One clock reading for the listing - the run date on the
      *  header and the idle cut-off every last use is judged
      *  against.
           EXEC SQL
              SELECT CURRENT DATE,
                     CURRENT DATE - :WS-JOURS-INACTIF DAYS
                INTO :WS-DDJOUR, :WS-DDSEUIL
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       545-Select-Last-Post-Rtn.
      **********************************************************
      *  The operator's latest DL16 posting - the newest 'O'
      *  history row stamped with their USERID, less the rows a
      *  DL18 approval of theirs wrote (an approval stamps its
      *  TBDEVISA decision with the same clock reading as the
      *  history row).
           EXEC SQL
              SELECT VALUE(MAX(CHAR(H.DDSAISIE, ISO) CONCAT ' '
                               CONCAT CHAR(H.HDSAISIE, ISO)), ' ')
                INTO :WS-DER-HIST
                FROM TBDEVISEH H
               WHERE H.CUSER    = :CUSER-U
                 AND H.CORIGINE = 'O'
                 AND NOT EXISTS
                     (SELECT 1
                        FROM TBDEVISA A
                       WHERE A.CDEV     = H.CDEV
                         AND A.FSTATUT  = 'V'
                         AND A.CUSERDEC = H.CUSER
                         AND A.DDDEC    = H.DDSAISIE
                         AND A.HDDEC    = H.HDSAISIE)
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       546-Select-Last-Queue-Rtn.
      **********************************************************
      *  The operator's latest DL16 correction queued for
      *  approval.
           EXEC SQL
              SELECT VALUE(MAX(CHAR(DDDEM, ISO) CONCAT ' '
                               CONCAT CHAR(HDDEM, ISO)), ' ')
                INTO :WS-DER-FILE
                FROM TBDEVISA
               WHERE CUSERDEM = :CUSER-U
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       547-Select-Last-Decision-Rtn.
      **********************************************************
      *  The operator's latest DL18 decision, approve or refuse.
           EXEC SQL
              SELECT VALUE(MAX(CHAR(DDDEC, ISO) CONCAT ' '
                               CONCAT CHAR(HDDEC, ISO)), ' ')
                INTO :WS-DERNIER
                FROM TBDEVISA
               WHERE CUSERDEC = :CUSER-U
                 AND FSTATUT IN ('V', 'R')
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       590-Cursor-Close-Rtn.
      **********************************************************
      *  Close CSR-HAB once every entitlement has been listed.
           EXEC SQL
              CLOSE CSR-HAB
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       810-Print-Header-Rtn.
      **********************************************************
      *  Column headers for the listing.
           MOVE WS-DDJOUR TO WS-LE-DDJOUR
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE1
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE2
           .

       820-Print-Detail-Rtn.
      **********************************************************
      *  One line per entitlement row, its last use and what the
      *  reviewer should look at.
           MOVE CUSER-U     TO WS-LD-CUSER
           MOVE CTRANS-U    TO WS-LD-CTRANS
           MOVE TPERIM-U    TO WS-LD-TPERIM
           MOVE CPERIM-U    TO WS-LD-CPERIM
           MOVE PCTMAX-U    TO WS-LD-PCTMAX
           MOVE DDMAJ-U     TO WS-LD-DDMAJ
           MOVE WS-DERNIER  TO WS-LD-DERNIER
           EVALUATE TRUE
              WHEN CTRANS-U = 'DL17'
                 MOVE 'INQUIRY - USE NOT LOGGED' TO WS-LD-REVUE
              WHEN WS-DERNIER = SPACES
                 MOVE 'NEVER USED' TO WS-LD-REVUE
                 ADD 1 TO WS-CPT-JAMAIS
              WHEN WS-DERNIER-DD < WS-DDSEUIL
                 MOVE 'IDLE OVER 90 DAYS' TO WS-LD-REVUE
                 ADD 1 TO WS-CPT-INACTIF
              WHEN OTHER
                 MOVE SPACES TO WS-LD-REVUE
           END-EVALUATE
           WRITE ENREG-RAPPORT FROM WS-LIGNE-DETAIL
           .

       890-Print-Summary-Rtn.
      **********************************************************
      *  End-of-run counts - an empty table gets its own line so
      *  the reviewer signs off a visibly empty list.
           IF WS-CPT-HAB = ZERO
               WRITE ENREG-RAPPORT FROM WS-LIGNE-AUCUNE
           END-IF
           MOVE WS-CPT-OPER    TO WS-LT-OPER
           MOVE WS-CPT-HAB     TO WS-LT-HAB
           MOVE WS-CPT-JAMAIS  TO WS-LT-JAMAIS
           MOVE WS-CPT-INACTIF TO WS-LT-INACTIF
           WRITE ENREG-RAPPORT FROM WS-LIGNE-BLANCHE
           WRITE ENREG-RAPPORT FROM WS-LIGNE-TOTAL
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s)
           PERFORM 890-Print-Summary-Rtn
           CLOSE FILERPT
           MOVE ZERO TO WS-CRETOUR
           PERFORM 460-Record-Run-Rtn
           EXEC SQL COMMIT END-EXEC
           PERFORM D550-CHECKSQL
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
      *  CPTLUS = entitlement rows listed, CPTREJ = rows never
      *  used or idle past the cut-off.
           COMPUTE WS-CPT-REVUE = WS-CPT-JAMAIS + WS-CPT-INACTIF
           EXEC SQL
              INSERT INTO TBDEVRUN
                 (CPGM, DDRUN, HDDEBUT, HDFIN,
                  CPTLUS, CPTMAJ, CPTREJ, CPTPARK, CRETOUR)
              VALUES
                 ('PGM039', CURRENT DATE, :WS-HDDEBUT, CURRENT TIME,
                  :WS-CPT-HAB, 0, :WS-CPT-REVUE, 0, :WS-CRETOUR)
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
