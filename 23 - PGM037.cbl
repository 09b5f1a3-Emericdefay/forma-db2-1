      *****************************************************************
      * Program name:    PGM037
      * Original author: DEFAY E.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/14/26  DEFAY E.      Written as PGM017's sibling for the
      *                         forwards desk, which kept its swap
      *                         points in a spreadsheet because the
      *                         system only knew spot. Loads the
      *                         provider's FILEFWD forward points -
      *                         one record per CDEV and tenor (1W,
      *                         1M, 3M, 6M, 12M) - into the new
      *                         TBDEVFWD table, through the same
      *                         gates as the spot and cross loads:
      *                         the HDR business date checked against
      *                         the run date (220), the TRL record
      *                         count and points hash totals balanced
      *                         against what arrived (120/240/245,
      *                         RC=0020 on any control failure), the
      *                         CDEV passed through the TBDEVMAST
      *                         currency master (230/550) and the
      *                         record rejected to FILEREJF with a
      *                         reason when anything is wrong. The
      *                         row standing is fetched FOR UPDATE
      *                         and preserved in TBDEVFWDH before it
      *                         is replaced (560/570, CORIGINE 'B',
      *                         CUSER 'PGM037', one clock reading).
      *                         A CDEV/tenor the table has never
      *                         carried is inserted as its first
      *                         quotation - there is nothing yet to
      *                         archive. Points may be negative (a
      *                         forward discount), so only a crossed
      *                         pair of points is refused, and the
      *                         trailer hash totals are signed. PGM030
      *                         prices the outright forward off this
      *                         table.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM037.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED. 10/14/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEFWD ASSIGN TO FILEFWD
           FILE STATUS IS FS-FILEFWD.

           SELECT FILEREJF ASSIGN TO FILEREJF
           FILE STATUS IS FS-FILEREJF.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  FILEFWD RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENREG-FMFWD.
           10 FW-CDEV        PIC X(03).
              88 FW-TYPE-ENTETE  VALUE 'HDR'.
              88 FW-TYPE-FIN     VALUE 'TRL'.
           10 FW-TENOR       PIC X(03).
              88 FW-TENOR-CONNU  VALUE '1W ' '1M ' '3M ' '6M ' '12M'.
           10 FW-PTACHAT     PIC S9(06)V9(05) USAGE COMP-3.
           10 FW-PTVENTE     PIC S9(06)V9(05) USAGE COMP-3.
           10 FILLER         PIC X(62).

      / PROVIDER CONTROL RECORDS - same HDR/TRL convention as
      / PGM016's FILEIN: business date up front, detail count and
      / points hash totals at the back. The hash totals are signed
      / - forward points run negative at a discount.
       01  ENREG-FMENTETEF.
           10 HDF-TYPE       PIC X(03).
           10 HDF-DATE       PIC 9(08).
           10 FILLER         PIC X(69).
       01  ENREG-FMFINF.
           10 TRF-TYPE       PIC X(03).
           10 TRF-NBENR      PIC 9(09).
           10 TRF-HASH-ACHAT PIC S9(13)V9(05).
           10 TRF-HASH-VENTE PIC S9(13)V9(05).
           10 FILLER         PIC X(32).

      / REJECT/SUSPENSE OUTPUT - points the load could not apply;
      / the leading CDEV+tenor+points bytes mirror FILEFWD's
       FD  FILEREJF RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENREG-FMREJETF.
           10 REJ-CDEV       PIC X(03).
           10 REJ-TENOR      PIC X(03).
           10 REJ-PTACHAT    PIC S9(06)V9(05) USAGE COMP-3.
           10 REJ-PTVENTE    PIC S9(06)V9(05) USAGE COMP-3.
           10 REJ-RAISON     PIC X(40).
           10 FILLER         PIC X(22).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILEFWD PIC X(2).
           88 END-FILEFWD VALUE '10'.

       01 FS-FILEREJF PIC X(2).

       01 FILLER.
           10 WS-CDEV        PIC X(03).
           10 WS-TENOR       PIC X(03).
           10 WS-PTACHAT     PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-PTVENTE     PIC S9(06)V9(05) USAGE COMP-3.

      / NEW-POINTS TIMESTAMP HOST VARIABLES - SELECTed once from DB2
      / in 570-Update-Table and shared by the history stamp and the
      / UPDATE, so both carry the same clock reading.
       01 FILLER.
           10 WS-NEW-DDMAJ   PIC X(10).
           10 WS-NEW-HDMAJ   PIC X(08).

      / RECORD VALIDATION SWITCH - set by 200-Verify-Record
       01 FILLER.
           10 WS-VALID-SW      PIC X(01).
              88 RECORD-VALIDE   VALUE 'O'.
              88 RECORD-INVALIDE VALUE 'N'.
           10 WS-REJ-RAISON    PIC X(40).

      / FETCH OUTCOME SWITCH - set by 530-Cursor-Fetch-Rtn: a row
      / standing is archived and replaced, none is a first quote
       01 FILLER.
           10 WS-MAJ-SW      PIC X(01).
              88 MAJ-OK      VALUE 'O'.
              88 MAJ-KO      VALUE 'N'.

      / CURRENCY-MASTER OUTCOME - set by 550-Select-Master-Rtn
       01 FILLER.
           10 WS-MAST-SW     PIC X(01).
              88 MAST-ACTIF     VALUE 'A'.
              88 MAST-SUSPENDU  VALUE 'S'.
              88 MAST-INCONNU   VALUE 'U'.

      / PRIOR-POINTS WORK AREA - fetched by 530 ahead of the
      / overwrite, carried into 560's TBDEVFWDH insert
       01 FILLER.
           10 WS-OLD-PTACHAT PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-OLD-PTVENTE PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-OLD-DDMAJ   PIC X(10).
           10 WS-OLD-HDMAJ   PIC X(08).

      / FILE CONTROL-RECORD WORK AREAS - running count and hash
      / totals over the detail records, balanced in 245 against
      / what the trailer claims the provider sent.
       01 FILLER.
           10 WS-TODAY          PIC 9(08).
           10 WS-CPT-DETAIL     PIC 9(09).
           10 WS-HASH-ACHAT     PIC S9(13)V9(05) USAGE COMP-3.
           10 WS-HASH-VENTE     PIC S9(13)V9(05) USAGE COMP-3.
           10 WS-TRL-NBENR      PIC 9(09).
           10 WS-TRL-HASH-ACHAT PIC S9(13)V9(05) USAGE COMP-3.
           10 WS-TRL-HASH-VENTE PIC S9(13)V9(05) USAGE COMP-3.
           10 WS-ENTETE-SW      PIC X(01).
              88 ENTETE-VUE        VALUE 'O'.
              88 ENTETE-ABSENTE    VALUE 'N'.
           10 WS-TRAILER-SW     PIC X(01).
              88 TRAILER-VU        VALUE 'O'.
              88 TRAILER-ABSENT    VALUE 'N'.

      / CONTROL COUNTERS - points applied (replaced or first
      / quoted) and records rejected, kept for the TBDEVRUN record
       01 FILLER.
           10 WS-CPT-MAJ     PIC 9(07) USAGE COMP.
           10 WS-CPT-REJ     PIC 9(07) USAGE COMP.

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

      / DECLARATIONS DCLGEN(PGM037) - FORWARD POINTS
           EXEC SQL INCLUDE DBCTBDF
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM037) - FORWARD-POINTS HISTORY
           EXEC SQL INCLUDE DBCTBDFH
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM021) - CURRENCY MASTER
           EXEC SQL INCLUDE DBCTBDM
           END-EXEC.

      / CURSOR - positioned on the CDEV/tenor currently being
      / processed, FOR UPDATE so 570 can replace it WHERE CURRENT OF
           EXEC SQL
              DECLARE CSR-FWD CURSOR FOR
              SELECT PTACHAT, PTVENTE, DDMAJ, HDMAJ
                FROM TBDEVFWD
               WHERE CDEV   = :WS-CDEV
                 AND CTENOR = :WS-TENOR
                 FOR UPDATE OF PTACHAT, PTVENTE, DDMAJ, HDMAJ
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
      *    - 9xx : Close files
      *
      *    Input/Output managment
      *    - x1x : Perform a READ
      *    - x2x : Perform a WRITE
      *    - x3x : Perform a FETCH
      *    - x6x : Perform an INSERT
      *    - x7x : Perform a UPDATE
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
           MOVE ZERO TO WS-CPT-DETAIL
           MOVE ZERO TO WS-CPT-MAJ
           MOVE ZERO TO WS-CPT-REJ
           MOVE ZERO TO WS-HASH-ACHAT
           MOVE ZERO TO WS-HASH-VENTE
           SET ENTETE-ABSENTE TO TRUE
           SET TRAILER-ABSENT TO TRUE
           OPEN INPUT FILEFWD
           OPEN OUTPUT FILEREJF
           .

       100-Main.
      **********************************************************
      *  Main routine, getting forward points from FILEFWD
      *  Then verify, then fetch, then update or first quote
           PERFORM 210-Read-File
           PERFORM UNTIL (END-FILEFWD)
               EVALUATE TRUE
                  WHEN FW-TYPE-ENTETE
                     PERFORM 220-Verify-Header-Rtn
                  WHEN FW-TYPE-FIN
                     PERFORM 240-Capture-Trailer-Rtn
                  WHEN OTHER
                     PERFORM 120-Process-Detail-Rtn
               END-EVALUATE
               PERFORM 210-Read-File
           END-PERFORM
           PERFORM 245-Verify-Balance-Rtn
           .

       120-Process-Detail-Rtn.
      **********************************************************
      *  One detail record - feed the control totals the trailer
      *  will be balanced against (every detail counts, rejected
      *  or not), then verify/fetch/update.
           ADD 1 TO WS-CPT-DETAIL
           ADD FW-PTACHAT TO WS-HASH-ACHAT
           ADD FW-PTVENTE TO WS-HASH-VENTE
           PERFORM 200-Verify-Record
           IF RECORD-VALIDE
               MOVE FW-CDEV  TO WS-CDEV
               MOVE FW-TENOR TO WS-TENOR
               PERFORM 500-Cursor-Open-Rtn
               PERFORM 530-Cursor-Fetch-Rtn
               IF MAJ-OK
                   PERFORM 570-Update-Table
               ELSE
                   PERFORM 565-Insert-First-Rtn
               END-IF
               PERFORM 590-Cursor-Close-Rtn
           ELSE
               PERFORM 320-Write-Reject-Rtn
           END-IF
           .

       220-Verify-Header-Rtn.
      **********************************************************
      *  The header's business date must be the run date - a
      *  mis-shipped or replayed points feed stops here before a
      *  single tenor is applied.
           SET ENTETE-VUE TO TRUE
           IF HDF-DATE NOT = WS-TODAY
               DISPLAY 'PGM037 - FILEFWD HEADER DATE ' HDF-DATE
                       ' IS NOT THE RUN DATE ' WS-TODAY
               MOVE 0020 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       240-Capture-Trailer-Rtn.
      **********************************************************
      *  Hold the trailer's claimed totals - the balance itself
      *  runs at end of file (245).
           SET TRAILER-VU TO TRUE
           MOVE TRF-NBENR      TO WS-TRL-NBENR
           MOVE TRF-HASH-ACHAT TO WS-TRL-HASH-ACHAT
           MOVE TRF-HASH-VENTE TO WS-TRL-HASH-VENTE
           .

       245-Verify-Balance-Rtn.
      **********************************************************
      *  Balance what arrived against what the trailer says was
      *  sent - RC=0020 stop on any control failure so a cut
      *  transmission never looks like a clean load. A file with
      *  neither header nor trailer loads unchecked, as the spot
      *  and cross loads allow.
           EVALUATE TRUE
              WHEN TRAILER-VU
                 IF WS-CPT-DETAIL NOT = WS-TRL-NBENR
                 OR WS-HASH-ACHAT NOT = WS-TRL-HASH-ACHAT
                 OR WS-HASH-VENTE NOT = WS-TRL-HASH-VENTE
                     DISPLAY 'PGM037 - FILEFWD OUT OF BALANCE'
                     DISPLAY 'RECORDS COUNTED ' WS-CPT-DETAIL
                             ' TRAILER CLAIMS ' WS-TRL-NBENR
                     DISPLAY 'HASH ACHAT '     WS-HASH-ACHAT
                             ' TRAILER CLAIMS ' WS-TRL-HASH-ACHAT
                     DISPLAY 'HASH VENTE '     WS-HASH-VENTE
                             ' TRAILER CLAIMS ' WS-TRL-HASH-VENTE
                     MOVE 0020 TO RETURN-CODE
                     STOP RUN
                 END-IF
              WHEN ENTETE-VUE
                 DISPLAY 'PGM037 - FILEFWD HEADER WITHOUT TRAILER'
                         ' - TRANSMISSION TRUNCATED'
                 MOVE 0020 TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       200-Verify-Record.
      **********************************************************
      *  Reject a record before it ever reaches the table: blank
      *  CDEV, a tenor off the standard curve, or crossed points.
      *  Negative points are a forward discount, not an error.
           SET RECORD-VALIDE TO TRUE

           IF FW-CDEV = SPACES OR FW-CDEV = LOW-VALUES
               MOVE 'CDEV IS SPACES OR LOW-VALUES' TO WS-REJ-RAISON
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND NOT FW-TENOR-CONNU
               MOVE 'TENOR NOT 1W/1M/3M/6M/12M' TO WS-REJ-RAISON
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND FW-PTACHAT > FW-PTVENTE
               MOVE 'CROSSED POINTS - PTACHAT GT PTVENTE' TO
                    WS-REJ-RAISON
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE
               PERFORM 230-Verify-Master-Rtn
           END-IF
           .

       230-Verify-Master-Rtn.
      **********************************************************
      *  The currency master is the gate a code must pass before
      *  the load touches TBDEVFWD - same reject reasons as the
      *  spot load.
           MOVE FW-CDEV TO CDEV-M
           PERFORM 550-Select-Master-Rtn
           EVALUATE TRUE
              WHEN MAST-INCONNU
                 MOVE 'CDEV UNKNOWN TO CURRENCY MASTER' TO
                      WS-REJ-RAISON
                 SET RECORD-INVALIDE TO TRUE
              WHEN MAST-SUSPENDU
                 MOVE 'CDEV SUSPENDED IN CURRENCY MASTER' TO
                      WS-REJ-RAISON
                 SET RECORD-INVALIDE TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       210-Read-File.
      **********************************************************
      *  This routine should read file line by line
           READ FILEFWD
           .

       500-Cursor-Open-Rtn.
      **********************************************************
      *  Open CSR-FWD positioned on the CDEV/tenor currently
      *  being processed (WS-CDEV/WS-TENOR).
           EXEC SQL
              OPEN CSR-FWD
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       530-Cursor-Fetch-Rtn.
      **********************************************************
      *  Fetch the standing points before they are overwritten -
      *  feeds 560's history insert; none standing means this is
      *  the tenor's first quotation.
           EXEC SQL
              FETCH CSR-FWD
               INTO :WS-OLD-PTACHAT, :WS-OLD-PTVENTE,
                    :WS-OLD-DDMAJ, :WS-OLD-HDMAJ
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE = +100
               SET MAJ-KO TO TRUE
           ELSE
               SET MAJ-OK TO TRUE
           END-IF
           .

       550-Select-Master-Rtn.
      **********************************************************
      *  Look the code in CDEV-M up on the TBDEVMAST currency
      *  master and classify it: active, suspended, or unknown.
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

       560-Insert-History-Rtn.
      **********************************************************
      *  Preserve the points 530-Cursor-Fetch-Rtn just read, keyed
      *  by their own DDMAJ/HDMAJ, before the UPDATE overwrites
      *  them - stamped with who superseded them (this load) and
      *  when (the same clock reading 570 writes to TBDEVFWD).
           EXEC SQL
              INSERT INTO TBDEVFWDH
                 (CDEV, CTENOR, PTACHAT, PTVENTE, DDMAJ, HDMAJ,
                  CORIGINE, CUSER, DDSAISIE, HDSAISIE)
              VALUES
                 (:WS-CDEV, :WS-TENOR, :WS-OLD-PTACHAT,
                  :WS-OLD-PTVENTE, :WS-OLD-DDMAJ, :WS-OLD-HDMAJ,
                  'B', 'PGM037', :WS-NEW-DDMAJ, :WS-NEW-HDMAJ)
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       565-Insert-First-Rtn.
      **********************************************************
      *  A CDEV/tenor the table has never carried - its first
      *  quotation goes straight in; nothing stood before it, so
      *  there is nothing to archive.
           DISPLAY FW-CDEV    ' ' FW-TENOR ' - '
                   FW-PTACHAT ' - '
                   FW-PTVENTE ' - FIRST QUOTATION'
           MOVE FW-PTACHAT TO WS-PTACHAT
           MOVE FW-PTVENTE TO WS-PTVENTE

           EXEC SQL
              INSERT INTO TBDEVFWD
                 (CDEV, CTENOR, PTACHAT, PTVENTE, DDMAJ, HDMAJ,
                  CORIGINE, CUSER)
              VALUES
                 (:WS-CDEV, :WS-TENOR, :WS-PTACHAT, :WS-PTVENTE,
                  CURRENT DATE, CURRENT TIME, 'B', 'PGM037')
           END-EXEC
           PERFORM D550-CHECKSQL
           ADD 1 TO WS-CPT-MAJ
           .

       570-Update-Table.
      **********************************************************
      *  Update the points of the row CSR-FWD is positioned on.
           DISPLAY FW-CDEV    ' ' FW-TENOR ' - '
                   FW-PTACHAT ' - '
                   FW-PTVENTE
           MOVE FW-PTACHAT TO WS-PTACHAT
           MOVE FW-PTVENTE TO WS-PTVENTE

           EXEC SQL
              SELECT CURRENT DATE, CURRENT TIME
                INTO :WS-NEW-DDMAJ, :WS-NEW-HDMAJ
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM D550-CHECKSQL
           PERFORM 560-Insert-History-Rtn

           EXEC SQL
              UPDATE TBDEVFWD
              SET PTACHAT=:WS-PTACHAT,
                  PTVENTE=:WS-PTVENTE,
                  DDMAJ=:WS-NEW-DDMAJ,
                  HDMAJ=:WS-NEW-HDMAJ,
                  CORIGINE='B',
                  CUSER='PGM037'
              WHERE CURRENT OF CSR-FWD
           END-EXEC
           PERFORM D550-CHECKSQL
           ADD 1 TO WS-CPT-MAJ
           .

       590-Cursor-Close-Rtn.
      **********************************************************
      *  Close CSR-FWD once this CDEV/tenor has been handled.
           EXEC SQL
              CLOSE CSR-FWD
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       320-Write-Reject-Rtn.
      **********************************************************
      *  Write the current FILEFWD record to FILEREJF so ops can
      *  chase points that never made it into TBDEVFWD.
           MOVE FW-CDEV       TO REJ-CDEV
           MOVE FW-TENOR      TO REJ-TENOR
           MOVE FW-PTACHAT    TO REJ-PTACHAT
           MOVE FW-PTVENTE    TO REJ-PTVENTE
           MOVE WS-REJ-RAISON TO REJ-RAISON
           WRITE ENREG-FMREJETF
           ADD 1 TO WS-CPT-REJ
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s)
           MOVE ZERO TO WS-CRETOUR
           PERFORM 460-Record-Run-Rtn
           EXEC SQL COMMIT END-EXEC
           PERFORM D550-CHECKSQL
           CLOSE FILEFWD
           CLOSE FILEREJF
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
      *  CPTLUS = detail records, maj/rej as counted, no parks.
           EXEC SQL
              INSERT INTO TBDEVRUN
                 (CPGM, DDRUN, HDDEBUT, HDFIN,
                  CPTLUS, CPTMAJ, CPTREJ, CPTPARK, CRETOUR)
              VALUES
                 ('PGM037', CURRENT DATE, :WS-HDDEBUT, CURRENT TIME,
                  :WS-CPT-DETAIL, :WS-CPT-MAJ,
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
