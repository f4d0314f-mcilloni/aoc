*>            AOC02W): order open since when, closed when, or never
*>            cut - and a position still ranking after its order was
*>            closed is flagged as a failed fix
*> 2026-10-15 each ranked position also shows its probe's status out
*>            of the instrument calibration register (AOC02.CALREG,
*>            maintained via AOC02I): due when, OVERDUE since when,
*>            retired, or not registered - a position that ranks
*>            because its probe has drifted past calibration is a
*>            calibration job, not a sensor swap. The unit's source
*>            identity is mapped to its unit id through the unit master

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   RECORD KEY IS WO-KEY
                   FILE STATUS IS WORKORD-STATUS.

               SELECT CAL-REGISTER
                   ASSIGN TO DYNAMIC CALREG-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CR-KEY
                   FILE STATUS IS CALREG-STATUS.

               SELECT UNIT-MASTER
                   ASSIGN TO DYNAMIC UNITMST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UM-KEY
                   FILE STATUS IS UNITMST-STATUS.

DATA DIVISION.
       FILE SECTION.
           *> field-for-field mirror of main.cbl's EXCEPTION-LINE; the
               05 WO-CLOSE-DATE PICTURE IS 9(8).
               05 WO-NOTE PICTURE IS X(40).

           *> must stay in step with the CAL-REGISTER FD in aoc02i.cbl,
           *> which maintains this register
           FD CAL-REGISTER.
           01 CAL-REGISTER-RECORD.
               05 CR-KEY.
                   10 CR-UNIT-ID PICTURE IS X(8).
                   10 CR-POSITION PICTURE IS 9(5).
               05 CR-TAG PICTURE IS X(16).
               *> 'A' in service, 'R' retired
               05 CR-ACTIVE PICTURE IS X(1).
               05 CR-LAST-CAL-DATE PICTURE IS 9(8).
               05 CR-DUE-DATE PICTURE IS 9(8).
               05 CR-CHANGED-DATE PICTURE IS 9(8).
               05 CR-RETIRED-DATE PICTURE IS 9(8).
               05 CR-NOTE PICTURE IS X(40).

           *> must stay in step with the UNIT-MASTER FD in aoc02u.cbl,
           *> which maintains it
           FD UNIT-MASTER.
           01 UNIT-MASTER-RECORD.
               05 UM-KEY.
                   10 UM-UNIT-ID PICTURE IS X(8).
               05 UM-FILENAME PICTURE IS X(80).
               05 UM-ACTIVE PICTURE IS X(1).
               05 UM-DOW-MASK PICTURE IS X(7).
               05 UM-RECIPIENT PICTURE IS X(8).
               05 UM-ESCALATION PICTURE IS X(8).
               05 UM-ADDED-DATE PICTURE IS 9(8).
               05 UM-CHANGED-DATE PICTURE IS 9(8).
               05 UM-RETIRED-DATE PICTURE IS 9(8).
               05 UM-NOTE PICTURE IS X(40).
               05 UM-SHIFTS PICTURE IS X(4).

WORKING-STORAGE SECTION.
       01 EXCEPTION-FILENAME PICTURE IS X(80) VALUE 'AOC02.EXCPT'.
       01 EXCEPTION-STATUS PICTURE IS X(02).
       *> status out of the work-order master, with the failed-fix
       *> flag when a closed order's position is still ranking
       01 WO-ANNOTATION PICTURE IS X(50).
       01 CALREG-FILENAME PICTURE IS X(80) VALUE 'AOC02.CALREG'.
       01 CALREG-STATUS PICTURE IS X(02).
       01 CALREG-OPEN-SWITCH PICTURE IS X(01) VALUE 'Y'.
           88 CALREG-OPENED-OK VALUE 'Y'.
           88 CALREG-OPEN-FAILED VALUE 'N'.
       01 UNITMST-FILENAME PICTURE IS X(80) VALUE 'AOC02.UNITMST'.
       01 UNITMST-STATUS PICTURE IS X(02).
       01 UNITMST-OPEN-SWITCH PICTURE IS X(01) VALUE 'Y'.
           88 UNITMST-OPENED-OK VALUE 'Y'.
           88 UNITMST-OPEN-FAILED VALUE 'N'.
       *> the unit id the calibration register keys the unit being
       *> reported under, and the ranked position's probe status
       01 CAL-UNIT-ID PICTURE IS X(8).
       01 CAL-ANNOTATION PICTURE IS X(30).
       01 RUN-DATE PICTURE IS 9(8).

       01 ARG-COUNT PICTURE IS 9(5).
       01 ARG-TEXT PICTURE IS X(80).
           END-IF
       END-IF

       ACCEPT RUN-DATE FROM DATE YYYYMMDD

       PERFORM SCAN-EXCEPTION-FILE THRU SCAN-EXCEPTION-FILE-EXIT
       PERFORM SCAN-AUDIT-FILE THRU SCAN-AUDIT-FILE-EXIT

           SET WORKORD-OPEN-FAILED TO TRUE
       END-IF

       *> likewise the calibration register (AOC02I maintains it) and
       *> the unit master that maps a unit's file to its unit id
       OPEN INPUT CAL-REGISTER
       IF CALREG-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02S: unable to open calibration register ' FUNCTION TRIM(CALREG-FILENAME) ' (status ' CALREG-STATUS '), calibration annotations skipped' UPON STDERR
           SET CALREG-OPEN-FAILED TO TRUE
       END-IF
       OPEN INPUT UNIT-MASTER
       IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02S: unable to open unit master ' FUNCTION TRIM(UNITMST-FILENAME) ' (status ' UNITMST-STATUS '), units looked up by the start of their filename' UPON STDERR
           SET UNITMST-OPEN-FAILED TO TRUE
       END-IF

       DISPLAY 'AOC02S SUSPECT SENSOR REPORT'
       DISPLAY 'EXCEPTIONS: ' FUNCTION TRIM(EXCEPTION-FILENAME) '  AUDIT: ' FUNCTION TRIM(AUDIT-FILENAME)

       IF WORKORD-OPENED-OK THEN
           CLOSE WORK-ORDER-MASTER
       END-IF
       IF CALREG-OPENED-OK THEN
           CLOSE CAL-REGISTER
       END-IF
       IF UNITMST-OPENED-OK THEN
           CLOSE UNIT-MASTER
       END-IF

       MOVE 0 TO RETURN-CODE.
STOP RUN.
REPORT-ONE-UNIT.
       DISPLAY ' '
       DISPLAY 'UNIT: ' FUNCTION TRIM(UT-FILENAME(UNIT-INDEX))
       PERFORM RESOLVE-CAL-UNIT-ID
       DISPLAY '  RANK    POS   TOTAL  SMALL  LARGE  DIRCHG  RANGE  DAMPED'

       MOVE ZERO TO RANK-NUMBER
               MOVE UT-RANGE-COUNT(UNIT-INDEX, BEST-POS) TO PRT-RANGE
               MOVE UT-DAMPED-COUNT(UNIT-INDEX, BEST-POS) TO PRT-DAMPED
               PERFORM LOOK-UP-WORK-ORDER
               PERFORM LOOK-UP-CALIBRATION
               DISPLAY '    ' PRT-RANK '  ' PRT-POS ' ' PRT-TOTAL '  ' PRT-SMALL '  ' PRT-LARGE '   ' PRT-DIRCHG '  ' PRT-RANGE '   ' PRT-DAMPED '  ' FUNCTION TRIM(WO-ANNOTATION) '  ' FUNCTION TRIM(CAL-ANNOTATION)
               MOVE ZERO TO UT-SMALL-COUNT(UNIT-INDEX, BEST-POS)
               MOVE ZERO TO UT-LARGE-COUNT(UNIT-INDEX, BEST-POS)
               MOVE ZERO TO UT-DIRCHG-COUNT(UNIT-INDEX, BEST-POS)
                     MOVE 'NO ORDER' TO WO-ANNOTATION
             END-EVALUATE
       END-READ.

*> the unit id the calibration register files the unit being reported
*> under: a batched-file section's identity is its HDR unit id
*> already; a file's is the unit master entry (retired units
*> included) that names it, else the start of the filename
RESOLVE-CAL-UNIT-ID.
       MOVE UT-FILENAME(UNIT-INDEX)(1:8) TO CAL-UNIT-ID
       IF UT-FILENAME(UNIT-INDEX)(9:72) IS EQUAL TO SPACES OR UNITMST-OPEN-FAILED THEN
           EXIT PARAGRAPH
       END-IF
       MOVE LOW-VALUES TO UM-KEY
       START UNIT-MASTER KEY IS GREATER THAN OR EQUAL TO UM-KEY
         INVALID KEY
             EXIT PARAGRAPH
       END-START
       PERFORM UNTIL UNITMST-STATUS IS NOT EQUAL TO '00'
           READ UNIT-MASTER NEXT RECORD
             AT END
                 EXIT PERFORM
           END-READ
           IF UNITMST-STATUS IS EQUAL TO '00' AND UM-FILENAME IS EQUAL TO UT-FILENAME(UNIT-INDEX) THEN
               MOVE UM-UNIT-ID TO CAL-UNIT-ID
               EXIT PERFORM
           END-IF
       END-PERFORM.

*> looks the ranked position's probe up in the calibration register:
*> due date while in calibration, OVERDUE once past it (the ranking
*> may be nothing but drift), RETIRED, or NOT REGISTERED - the cue to
*> get the probe onto the register
LOOK-UP-CALIBRATION.
       MOVE SPACES TO CAL-ANNOTATION
       IF CALREG-OPEN-FAILED THEN
           EXIT PARAGRAPH
       END-IF

       MOVE CAL-UNIT-ID TO CR-UNIT-ID
       MOVE BEST-POS TO CR-POSITION
       READ CAL-REGISTER
         INVALID KEY
             MOVE 'CAL NOT REGISTERED' TO CAL-ANNOTATION
         NOT INVALID KEY
             EVALUATE TRUE
                 WHEN CR-ACTIVE IS EQUAL TO 'R'
                     MOVE 'CAL PROBE RETIRED' TO CAL-ANNOTATION
                 WHEN CR-DUE-DATE IS LESS THAN RUN-DATE
                     STRING 'CAL OVERDUE SINCE ' CR-DUE-DATE DELIMITED BY SIZE INTO CAL-ANNOTATION
                 WHEN OTHER
                     STRING 'CAL DUE ' CR-DUE-DATE DELIMITED BY SIZE INTO CAL-ANNOTATION
             END-EVALUATE
       END-READ.
