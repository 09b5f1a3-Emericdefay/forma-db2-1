      * The one copybook every consumer (loans, trade finance,
      * customer statements, and this system itself) prices through,
      * so everybody answers "what was the rate at that moment" the
      * same way. Two ways in:
      *   CALL 'PGM030'  USING TAUX-PARAMETRES
      *       spot answers in the quote convention - the original
      *       44-byte area, unchanged since it was written, so a
      *       caller compiled before the forward and per-unit
      *       answers existed keeps working without a recompile;
      *       PGM030 never reads or writes past TAUX-CDEV-ERR.
      *   CALL 'PGM030X' USING TAUX-PARAMETRES TAUX-PARAMETRES-X
      *       the same, plus outright forwards and the per-one-
      *       unit answer through the second area.
      *
      * Ask with:
      *   TAUX-CDEV1     the currency - or the base leg of a pair
      *                  spaces means the current rate
      *   TAUX-HDEMANDE  DB2 time (HH.MM.SS); spaces with a date
      *                  means end of that day
      *   TAUX-TENOR     spaces for spot, else a standard tenor
      *                  ('1W ','1M ','3M ','6M ','12M') for the
      *                  outright forward at that tenor
      *   TAUX-DDVALEUR  spaces for spot, else the ISO value date
      *                  of an outright forward - after the moment's
      *                  date and no more than 365 days beyond it;
      *                  points between two tenors are interpolated
      *                  straight-line on the day count. Give the
      *                  tenor or the value date, not both; a
      *                  forward is priced for a single currency
      *                  only (TAUX-CDEV2 spaces). A PGM030X
      *                  caller moves SPACES to both for a spot
      *                  answer. (Second area, PGM030X only.)
      * Answered with:
      *   TAUX-MTACHAT / TAUX-MTVENTE  the effective rates, in
      *                  the currency's own quote convention (per
      *                  TBDEVMAST UNITQUOT/SENSQUOT - JPY per 100,
      *                  GBP indirect...); a pair is always CDEV2
      *                  per one CDEV1
      *   TAUX-MTACHAT-U / TAUX-MTVENTE-U  the same answer as base
      *                  currency per ONE unit of the currency (a
      *                  pair: CDEV2 per one CDEV1), at eleven
      *                  decimals - what to multiply an amount by
      *                  without knowing the currency's convention
      *                  (second area, PGM030X only)
      *   TAUX-ORIGINE   how the answer was built: 'C' current
      *                  TBDEVISE(X) row, 'H' history row, 'A'
      *                  history row of a purged period restored
      *                  from the archive (TBDEVISEHR), 'T'
      *                  triangulated through the two TBDEVISE legs
      *                  (conservative sides, as PGM019 checks them)
      *                  'F' outright forward - the spot answer plus
      *                  the TBDEVFWD(H) points at that moment
      *   TAUX-CODE-RET  see the level-88s - anything but '00'
      *                  leaves the rates at zero, and TAUX-CDEV-ERR
      *                  names the leg that failed
           10 TAUX-ORIGINE      PIC X(01).
              88 TAUX-DE-COURANT     VALUE 'C'.
              88 TAUX-DE-HISTORIQUE  VALUE 'H'.
              88 TAUX-DE-ARCHIVE     VALUE 'A'.
              88 TAUX-DE-TRIANGLE    VALUE 'T'.
              88 TAUX-DE-TERME       VALUE 'F'.
           10 TAUX-CODE-RET     PIC X(02).
              88 TAUX-OK             VALUE '00'.
              88 TAUX-CDEV-INCONNU   VALUE '08'.
              88 TAUX-DEBORDEMENT    VALUE '24'.
              88 TAUX-ERREUR-DB2     VALUE '99'.
           10 TAUX-CDEV-ERR     PIC X(03).

      * SECOND AREA - FORWARD REQUEST AND PER-UNIT ANSWER, PASSED
      * ONLY ON CALL 'PGM030X'
       01  TAUX-PARAMETRES-X.
           10 TAUX-TENOR        PIC X(03).
           10 TAUX-DDVALEUR     PIC X(10).
           10 TAUX-MTACHAT-U    PIC S9(07)V9(11) USAGE COMP-3.
           10 TAUX-MTVENTE-U    PIC S9(07)V9(11) USAGE COMP-3.
