IDENTIFICATION DIVISION.
PROGRAM-ID. AOC02P.
*> 2026-10-15 band what-if simulation for engineering change packages:
*>            re-reads past daily (or archived) report files for one
*>            unit and checks every report line twice - under the band
*>            that governed it (the approved band as of its business
*>            date, else its TOL record, else the 1/3 default) and
*>            under a proposed MIN-STEP/MAX-STEP/DAMPEN-LEVELS/range -
*>            then prints each line whose verdict would change and a
*>            side-by-side strict/dampened/unsafe table per business
*>            date (AOC02.SIMRPT). Strictly read-only: the trend file,
*>            exception master, transmission register, run ledger and
*>            restart checkpoints are never opened, and the band
*>            master is opened for input only
*> 2026-10-15 an over-length line takes a line number of its own, as
*>            it now does in AOC02, so changed-line numbers after one
*>            still match the exception master and the vault

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT IFILE
                   ASSIGN TO DYNAMIC FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS IFILE-STATUS.

               SELECT MANIFEST-FILE
                   ASSIGN TO DYNAMIC MANIFEST-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MANIFEST-STATUS.

               SELECT BAND-MASTER
                   ASSIGN TO DYNAMIC BANDMST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BM-KEY
                   FILE STATUS IS BANDMST-STATUS.

               SELECT SIM-REPORT-FILE
                   ASSIGN TO DYNAMIC SIMRPT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SIMRPT-STATUS.

DATA DIVISION.
       FILE SECTION.
           *> must stay in step with the IFILE FD in main.cbl
           FD IFILE.
           01 FILE-LINE PICTURE IS X(4500).
                   88 EOF VALUE HIGH-VALUES.

           FD MANIFEST-FILE.
           01 MANIFEST-LINE PICTURE IS X(80).
                   88 MANIFEST-EOF VALUE HIGH-VALUES.

           *> must stay in step with the BAND-MASTER FD in main.cbl
           FD BAND-MASTER.
           01 BAND-MASTER-RECORD.
               05 BM-KEY.
                   10 BM-UNIT-ID PICTURE IS X(8).
                   10 BM-EFF-DATE PICTURE IS 9(8).
               05 BM-MIN-STEP PICTURE IS 9(5).
               05 BM-MAX-STEP PICTURE IS 9(5).
               05 BM-DAMPEN-LEVELS PICTURE IS 9(2).
               05 BM-RANGE-FLAG PICTURE IS X(1).
               05 BM-MIN-READING PICTURE IS S9(5)V9.
               05 BM-MAX-READING PICTURE IS S9(5)V9.
               05 BM-NOTE PICTURE IS X(40).

           *> simulation print report, carriage control like the
           *> turnover report so it can go straight into the change
           *> package binder
           FD SIM-REPORT-FILE.
           01 SIM-REPORT-LINE PICTURE IS X(132).

WORKING-STORAGE SECTION.
       01 FILENAME PICTURE IS X(80).
       01 IFILE-STATUS PICTURE IS X(02).
       01 MANIFEST-FILENAME PICTURE IS X(80) VALUE SPACES.
       01 MANIFEST-STATUS PICTURE IS X(02).
       01 BANDMST-FILENAME PICTURE IS X(80) VALUE 'AOC02.BANDMST'.
       01 BANDMST-STATUS PICTURE IS X(02).
       01 BANDMST-OPEN-SWITCH PICTURE IS X(01) VALUE 'Y'.
           88 BANDMST-OPENED-OK VALUE 'Y'.
           88 BANDMST-OPEN-FAILED VALUE 'N'.
       01 SIMRPT-FILENAME PICTURE IS X(80) VALUE 'AOC02.SIMRPT'.
       01 SIMRPT-STATUS PICTURE IS X(02).

       01 ARG-COUNT PICTURE IS 9(5).
       01 ARG-INDEX PICTURE IS 9(5).
       01 ARG-START PICTURE IS 9(5) VALUE 1.
       01 ARG-TEXT PICTURE IS X(80).
       01 FLAG-SCAN-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 FLAG-SCAN-DONE VALUE 'Y'.
           88 FLAG-SCAN-NOT-DONE VALUE 'N'.
       01 FILE-LIST.
           05 FL-ENTRY PICTURE IS X(80) OCCURS 50 TIMES.
       01 FL-MAX PICTURE IS 9(5) VALUE 50.
       01 FL-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 FL-INDEX PICTURE IS 9(5).
       01 RUN-DATE PICTURE IS 9(8).
       01 RUN-TIME-RAW PICTURE IS X(8).
       01 RUN-TIME PICTURE IS 9(6).

       *> the unit under study and the business-date window; a zero
       *> bound leaves that side of the window open
       01 SIM-UNIT-ID PICTURE IS X(8).
       01 FROM-DATE PICTURE IS 9(8) VALUE ZERO.
       01 TO-DATE PICTURE IS 9(8) VALUE 99999999.

       *> the proposed band, validated with the same rules AOC02B SET
       *> applies, so a band that could never be filed is never
       *> simulated either. The proposed range either keeps whatever
       *> range governs each section today (the way AOC02B SET carries
       *> armed limits over), is armed with '-RANGE', or is dropped
       *> with '-NORANGE'
       01 PRO-MIN-STEP PICTURE IS 9(5).
       01 PRO-MAX-STEP PICTURE IS 9(5).
       01 PRO-DAMPEN-LEVELS PICTURE IS 9(2).
       01 PRO-RANGE-MODE PICTURE IS X(01) VALUE 'K'.
           88 PRO-RANGE-KEEP VALUE 'K'.
           88 PRO-RANGE-ARMED VALUE 'Y'.
           88 PRO-RANGE-DROPPED VALUE 'N'.
       01 PRO-RANGE-MIN-ARG PICTURE IS S9(5)V9 VALUE ZERO.
       01 PRO-RANGE-MAX-ARG PICTURE IS S9(5)V9 VALUE ZERO.
       *> the proposed range as resolved for the section being read
       01 PRO-RANGE-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 PRO-RANGE-ACTIVE VALUE 'Y'.
           88 PRO-RANGE-INACTIVE VALUE 'N'.
       01 PRO-MIN-READING PICTURE IS S9(5)V9.
       01 PRO-MAX-READING PICTURE IS S9(5)V9.

       *> the band that governed the section in production: defaults,
       *> then the unit's TOL record, then the approved band - exactly
       *> the precedence AOC02 applies
       01 CUR-MIN-STEP PICTURE IS 9(5).
       01 CUR-MAX-STEP PICTURE IS 9(5).
       01 CUR-DAMPEN-LEVELS PICTURE IS 9(2).
       01 CUR-RANGE-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 CUR-RANGE-ACTIVE VALUE 'Y'.
           88 CUR-RANGE-INACTIVE VALUE 'N'.
       01 CUR-MIN-READING PICTURE IS S9(5)V9.
       01 CUR-MAX-READING PICTURE IS S9(5)V9.
       01 CUR-BAND-SOURCE PICTURE IS X(8).
       01 DL-TEXT PICTURE IS X(02).
       01 APPROVED-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 APPROVED-BAND-FOUND VALUE 'Y'.
           88 APPROVED-BAND-NOT-FOUND VALUE 'N'.

       *> the band EVALUATE-UNDER-BAND checks a line against - loaded
       *> from the current band, then from the proposed one
       01 EVAL-MIN-STEP PICTURE IS 9(5).
       01 EVAL-MAX-STEP PICTURE IS 9(5).
       01 EVAL-DAMPEN-LEVELS PICTURE IS 9(2).
       01 EVAL-RANGE-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 EVAL-RANGE-ACTIVE VALUE 'Y'.
           88 EVAL-RANGE-INACTIVE VALUE 'N'.
       01 EVAL-MIN-READING PICTURE IS S9(5)V9.
       01 EVAL-MAX-READING PICTURE IS S9(5)V9.

       *> one line's verdict under each band: S strict-safe, D safe
       *> only with the dampener, U unsafe
       01 CUR-VERDICT PICTURE IS X(1).
       01 CUR-REASON PICTURE IS X(20).
       01 PRO-VERDICT PICTURE IS X(1).
       01 PRO-REASON PICTURE IS X(20).
       01 VERDICT-CODE PICTURE IS X(1).
       01 VERDICT-WORD PICTURE IS X(8).

       *> line-checking work areas, as in main.cbl
       01 VAL PICTURE IS S9(5)V9.
       01 VAL-TEXT PICTURE IS X(10).
       01 PREV PICTURE IS S9(5)V9.
       01 GOING-DOWN PICTURE IS 9(5).
       01 DISTANCE PICTURE IS 9(6)V9.
       01 N PICTURE IS 9(5).
       01 SKIPPING PICTURE IS 9(5).
       01 COUNTER PICTURE IS 9(5).
       01 VAL-COUNT PICTURE IS 9(5).
       01 SAFE PICTURE IS 9(5).
       01 STRICT-SAFE PICTURE IS 9(1).
       01 SKIP-A PICTURE IS 9(5).
       01 SKIP-B PICTURE IS 9(5).
       01 START-B PICTURE IS 9(5).
       01 FAIL-REASON PICTURE IS X(20) VALUE SPACES.
       01 MAX-READINGS PICTURE IS 9(5) VALUE 500.
       01 VAL-LIST.
           05 VAL-ELEM PICTURE IS S9(5)V9 OCCURS 500 TIMES.
       01 DUMP-PTR PICTURE IS 9(4).
       01 DUMP-NUM PICTURE IS -(5)9.9.

       01 PENDING-LINE PICTURE IS X(4500).
       01 PENDING-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 PENDING-ACTIVE VALUE 'Y'.
           88 PENDING-INACTIVE VALUE 'N'.
       01 IFILE-CONTINUATION-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 IFILE-CONTINUATION-ACTIVE VALUE 'Y'.
           88 IFILE-CONTINUATION-INACTIVE VALUE 'N'.
       01 HEADER-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 HEADER-PRESENT VALUE 'Y'.
           88 HEADER-ABSENT VALUE 'N'.
       01 HDR-UNIT-ID PICTURE IS X(8).
       01 HDR-BUS-DATE PICTURE IS 9(8).
       01 BUS-DATE PICTURE IS 9(8).
       01 SOURCE-NAME PICTURE IS X(80).
       01 LINE-NUMBER PICTURE IS 9(7) VALUE ZERO.

       *> whether the section being read belongs to the unit and
       *> window under study; every other section of a batched file is
       *> read past without being checked
       01 SECTION-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 SECTION-SELECTED VALUE 'Y'.
           88 SECTION-NOT-SELECTED VALUE 'N'.

       *> the section's counts under each band
       01 SEC-TOTAL PICTURE IS 9(7).
       01 SEC-CUR-STRICT PICTURE IS 9(7).
       01 SEC-CUR-DAMPENED PICTURE IS 9(7).
       01 SEC-PRO-STRICT PICTURE IS 9(7).
       01 SEC-PRO-DAMPENED PICTURE IS 9(7).
       01 SEC-CHANGED PICTURE IS 9(7).

       *> run totals, and the changed verdicts split by direction so
       *> the change package says plainly what the proposal costs
       01 GRAND-TOTAL PICTURE IS 9(7) VALUE ZERO.
       01 GRAND-CUR-STRICT PICTURE IS 9(7) VALUE ZERO.
       01 GRAND-CUR-DAMPENED PICTURE IS 9(7) VALUE ZERO.
       01 GRAND-PRO-STRICT PICTURE IS 9(7) VALUE ZERO.
       01 GRAND-PRO-DAMPENED PICTURE IS 9(7) VALUE ZERO.
       01 GRAND-CHANGED PICTURE IS 9(7) VALUE ZERO.
       01 NEWLY-UNSAFE PICTURE IS 9(7) VALUE ZERO.
       01 NEWLY-SAFE PICTURE IS 9(7) VALUE ZERO.
       01 DAMPENER-SHIFTS PICTURE IS 9(7) VALUE ZERO.
       01 SECTIONS-SIMULATED PICTURE IS 9(5) VALUE ZERO.
       01 SECTIONS-PASSED PICTURE IS 9(5) VALUE ZERO.
       01 FILES-OPENED PICTURE IS 9(5) VALUE ZERO.
       01 FILES-FAILED PICTURE IS 9(5) VALUE ZERO.
       01 WORST-RC PICTURE IS 9(2) VALUE ZERO.

       *> per-business-date roll-up for the side-by-side table, kept in
       *> date order by an ordered insert the way AOC02T files its
       *> samples; a headerless file has no business date and files
       *> under zero, printed as NO HDR. Overflow is rejected and
       *> logged, never overrun
       01 BD-MAX PICTURE IS 9(5) VALUE 400.
       01 BD-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 BD-INDEX PICTURE IS 9(5).
       01 BD-SLOT PICTURE IS 9(5).
       01 BUS-DATE-TABLE.
           05 BD-ENTRY OCCURS 400 TIMES.
               10 BD-DATE PICTURE IS 9(8).
               10 BD-SECTIONS PICTURE IS 9(5).
               10 BD-TOTAL PICTURE IS 9(7).
               10 BD-CUR-STRICT PICTURE IS 9(7).
               10 BD-CUR-DAMPENED PICTURE IS 9(7).
               10 BD-PRO-STRICT PICTURE IS 9(7).
               10 BD-PRO-DAMPENED PICTURE IS 9(7).
               10 BD-CHANGED PICTURE IS 9(7).

       *> report print-line layouts
       01 SR-HEAD-1.
           05 FILLER PICTURE IS X(29) VALUE 'AOC02P BAND SIMULATION  UNIT '.
           05 SRH-UNIT PICTURE IS X(8).
           05 FILLER PICTURE IS X(11) VALUE '  RUN DATE '.
           05 SRH-DATE PICTURE IS 9(8).
           05 FILLER PICTURE IS X(6) VALUE ' TIME '.
           05 SRH-TIME PICTURE IS 9(6).
           05 FILLER PICTURE IS X(6) VALUE ' PAGE '.
           05 SRH-PAGE PICTURE IS ZZZ9.
       01 SR-PROPOSED-TEXT PICTURE IS X(132).
       01 SR-WINDOW-TEXT PICTURE IS X(132).
       01 SR-TEXT-LINE PICTURE IS X(132).
       01 SR-TEXT-PTR PICTURE IS 9(3).
       *> column headings over the changed-verdict lines
       01 SR-CHANGE-HEAD.
           05 FILLER PICTURE IS X(11) VALUE '     LINE  '.
           05 FILLER PICTURE IS X(9) VALUE 'CURRENT  '.
           05 FILLER PICTURE IS X(24) VALUE 'CURRENT REASON'.
           05 FILLER PICTURE IS X(9) VALUE 'PROPOSED '.
           05 FILLER PICTURE IS X(22) VALUE 'PROPOSED REASON'.
           05 FILLER PICTURE IS X(6) VALUE 'VALUES'.
       01 SR-CHANGE-LINE.
           05 FILLER PICTURE IS X(2).
           05 SCL-LINE-NO PICTURE IS Z(6)9.
           05 FILLER PICTURE IS X(2).
           05 SCL-CUR-VERDICT PICTURE IS X(8).
           05 FILLER PICTURE IS X(1).
           05 SCL-CUR-REASON PICTURE IS X(20).
           05 SCL-ARROW PICTURE IS X(4).
           05 SCL-PRO-VERDICT PICTURE IS X(8).
           05 FILLER PICTURE IS X(1).
           05 SCL-PRO-REASON PICTURE IS X(20).
           05 FILLER PICTURE IS X(2).
           05 SCL-VALUES PICTURE IS X(57).
       *> side-by-side table headings and detail line
       01 SR-TABLE-HEAD-1.
           05 FILLER PICTURE IS X(20) VALUE SPACES.
           05 FILLER PICTURE IS X(25) VALUE '------ CURRENT BAND -----'.
           05 FILLER PICTURE IS X(3) VALUE SPACES.
           05 FILLER PICTURE IS X(25) VALUE '------ PROPOSED BAND ----'.
       01 SR-TABLE-HEAD-2.
           05 FILLER PICTURE IS X(17) VALUE 'BUS DATE  REPORTS'.
           05 FILLER PICTURE IS X(3) VALUE ' | '.
           05 FILLER PICTURE IS X(7) VALUE ' STRICT'.
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 FILLER PICTURE IS X(7) VALUE ' DAMPED'.
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 FILLER PICTURE IS X(7) VALUE ' UNSAFE'.
           05 FILLER PICTURE IS X(3) VALUE ' | '.
           05 FILLER PICTURE IS X(7) VALUE ' STRICT'.
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 FILLER PICTURE IS X(7) VALUE ' DAMPED'.
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 FILLER PICTURE IS X(7) VALUE ' UNSAFE'.
           05 FILLER PICTURE IS X(3) VALUE ' | '.
           05 FILLER PICTURE IS X(16) VALUE 'CHANGED SECTIONS'.
       01 SR-TABLE-LINE.
           05 STL-DATE PICTURE IS X(8).
           05 FILLER PICTURE IS X(2).
           05 STL-TOTAL PICTURE IS Z(6)9.
           05 STL-BAR-1 PICTURE IS X(3).
           05 STL-CUR-STRICT PICTURE IS Z(6)9.
           05 FILLER PICTURE IS X(2).
           05 STL-CUR-DAMPENED PICTURE IS Z(6)9.
           05 FILLER PICTURE IS X(2).
           05 STL-CUR-UNSAFE PICTURE IS Z(6)9.
           05 STL-BAR-2 PICTURE IS X(3).
           05 STL-PRO-STRICT PICTURE IS Z(6)9.
           05 FILLER PICTURE IS X(2).
           05 STL-PRO-DAMPENED PICTURE IS Z(6)9.
           05 FILLER PICTURE IS X(2).
           05 STL-PRO-UNSAFE PICTURE IS Z(6)9.
           05 STL-BAR-3 PICTURE IS X(3).
           05 STL-CHANGED PICTURE IS Z(6)9.
           05 FILLER PICTURE IS X(2).
           05 STL-SECTIONS PICTURE IS ZZZZ9.
       01 SR-LINE-COUNT PICTURE IS 9(3) VALUE ZERO.
       01 SR-PAGE-NUMBER PICTURE IS 9(4) VALUE ZERO.
       01 SR-PAGE-LIMIT PICTURE IS 9(3) VALUE 55.
       01 SR-ADVANCE PICTURE IS 9(1).
       01 UNSAFE-NUM PICTURE IS 9(7).

       01 PRT-STEP-1 PICTURE IS ZZZZ9.
       01 PRT-STEP-2 PICTURE IS ZZZZ9.
       01 PRT-DL PICTURE IS Z9.
       01 PRT-READING-1 PICTURE IS -(5)9.9.
       01 PRT-READING-2 PICTURE IS -(5)9.9.
       01 PRT-COUNT PICTURE IS Z(6)9.

PROCEDURE DIVISION.
       MOVE NUMBER-OF-CALL-PARAMETERS TO ARG-COUNT
       IF ARG-COUNT IS LESS THAN 5 THEN
           PERFORM SHOW-USAGE
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       *> leading flags, in any order: '-FROM'/'-TO' bound the
       *> business dates simulated, '-RANGE' arms a proposed absolute
       *> range, '-NORANGE' simulates the band without one
       PERFORM UNTIL ARG-START IS GREATER THAN ARG-COUNT OR FLAG-SCAN-DONE
           DISPLAY ARG-START UPON ARGUMENT-NUMBER
           ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
           EVALUATE ARG-TEXT
               WHEN '-FROM'
                   PERFORM ACCEPT-FLAG-VALUE
                   IF ARG-TEXT(1:8) IS NOT NUMERIC THEN
                       DISPLAY 'AOC02P: -FROM needs a YYYYMMDD date, got ' FUNCTION TRIM(ARG-TEXT) UPON STDERR
                       MOVE 2 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE ARG-TEXT(1:8) TO FROM-DATE
                   ADD 1 TO ARG-START
               WHEN '-TO'
                   PERFORM ACCEPT-FLAG-VALUE
                   IF ARG-TEXT(1:8) IS NOT NUMERIC THEN
                       DISPLAY 'AOC02P: -TO needs a YYYYMMDD date, got ' FUNCTION TRIM(ARG-TEXT) UPON STDERR
                       MOVE 2 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE ARG-TEXT(1:8) TO TO-DATE
                   ADD 1 TO ARG-START
               WHEN '-RANGE'
                   PERFORM ACCEPT-FLAG-VALUE
                   COMPUTE PRO-RANGE-MIN-ARG = FUNCTION NUMVAL(ARG-TEXT(1:10))
                   PERFORM ACCEPT-FLAG-VALUE
                   COMPUTE PRO-RANGE-MAX-ARG = FUNCTION NUMVAL(ARG-TEXT(1:10))
                   SET PRO-RANGE-ARMED TO TRUE
                   ADD 1 TO ARG-START
               WHEN '-NORANGE'
                   SET PRO-RANGE-DROPPED TO TRUE
                   ADD 1 TO ARG-START
               WHEN OTHER
                   SET FLAG-SCAN-DONE TO TRUE
           END-EVALUATE
       END-PERFORM

       *> unit id, the three band values and at least one file
       IF ARG-START + 4 IS GREATER THAN ARG-COUNT THEN
           PERFORM SHOW-USAGE
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY ARG-START UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       MOVE ARG-TEXT(1:8) TO SIM-UNIT-ID
       ADD 1 TO ARG-START
       DISPLAY ARG-START UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       COMPUTE PRO-MIN-STEP = FUNCTION NUMVAL(ARG-TEXT(1:10))
       ADD 1 TO ARG-START
       DISPLAY ARG-START UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       COMPUTE PRO-MAX-STEP = FUNCTION NUMVAL(ARG-TEXT(1:10))
       ADD 1 TO ARG-START
       DISPLAY ARG-START UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       COMPUTE PRO-DAMPEN-LEVELS = FUNCTION NUMVAL(ARG-TEXT(1:10))
       ADD 1 TO ARG-START

       *> the proposal has to be a band AOC02B would accept for filing
       IF SIM-UNIT-ID IS EQUAL TO SPACES THEN
           DISPLAY 'AOC02P: a unit id is required' UPON STDERR
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF
       IF PRO-MIN-STEP IS EQUAL TO ZERO OR PRO-MAX-STEP IS EQUAL TO ZERO
               OR PRO-MIN-STEP IS GREATER THAN PRO-MAX-STEP THEN
           DISPLAY 'AOC02P: invalid proposed band ' PRO-MIN-STEP '/' PRO-MAX-STEP ' - MIN-STEP must be nonzero and no greater than MAX-STEP' UPON STDERR
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF
       IF PRO-DAMPEN-LEVELS IS GREATER THAN 2 THEN
           DISPLAY 'AOC02P: dampen levels must be 0, 1 or 2, got ' PRO-DAMPEN-LEVELS UPON STDERR
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF
       IF PRO-RANGE-ARMED AND PRO-RANGE-MIN-ARG IS GREATER THAN OR EQUAL TO PRO-RANGE-MAX-ARG THEN
           MOVE PRO-RANGE-MIN-ARG TO PRT-READING-1
           MOVE PRO-RANGE-MAX-ARG TO PRT-READING-2
           DISPLAY 'AOC02P: invalid proposed range ' FUNCTION TRIM(PRT-READING-1) '/' FUNCTION TRIM(PRT-READING-2) ' - MIN-READING must be below MAX-READING' UPON STDERR
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF
       IF FROM-DATE IS GREATER THAN TO-DATE THEN
           DISPLAY 'AOC02P: -FROM ' FROM-DATE ' is after -TO ' TO-DATE UPON STDERR
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       *> the files to re-read: a single '@' argument names a manifest,
       *> exactly as for AOC02 itself
       IF ARG-START IS EQUAL TO ARG-COUNT THEN
           DISPLAY ARG-START UPON ARGUMENT-NUMBER
           ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
           IF ARG-TEXT(1:1) IS EQUAL TO '@' THEN
               MOVE ARG-TEXT(2:79) TO MANIFEST-FILENAME
               PERFORM LOAD-MANIFEST
           ELSE
               PERFORM ADD-FILE-LIST-ENTRY
           END-IF
       ELSE
           PERFORM VARYING ARG-INDEX FROM ARG-START BY 1 UNTIL ARG-INDEX IS GREATER THAN ARG-COUNT
               DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
               ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
               PERFORM ADD-FILE-LIST-ENTRY
           END-PERFORM
       END-IF

       ACCEPT RUN-DATE FROM DATE YYYYMMDD
       ACCEPT RUN-TIME-RAW FROM TIME
       MOVE RUN-TIME-RAW(1:6) TO RUN-TIME

       OPEN OUTPUT SIM-REPORT-FILE
       IF SIMRPT-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02P: unable to open simulation report ' FUNCTION TRIM(SIMRPT-FILENAME) ' (status ' SIMRPT-STATUS ')' UPON STDERR
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       *> read-only, and only for the current-band side of the
       *> comparison; without it every section is judged current
       *> under its own TOL record, which the report says
       OPEN INPUT BAND-MASTER
       IF BANDMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02P: unable to open band master ' FUNCTION TRIM(BANDMST-FILENAME) ' (status ' BANDMST-STATUS '), current band taken from each file''s TOL record' UPON STDERR
           SET BANDMST-OPEN-FAILED TO TRUE
       END-IF

       PERFORM BUILD-PROPOSAL-TEXT
       PERFORM PRINT-REPORT-HEADING

       PERFORM VARYING FL-INDEX FROM 1 BY 1 UNTIL FL-INDEX IS GREATER THAN FL-COUNT
           MOVE FL-ENTRY(FL-INDEX) TO FILENAME
           PERFORM PROCESS-ONE-FILE THRU PROCESS-ONE-FILE-EXIT
       END-PERFORM

       IF BANDMST-OPENED-OK THEN
           CLOSE BAND-MASTER
       END-IF

       PERFORM PRINT-DATE-TABLE THRU PRINT-DATE-TABLE-EXIT

       CLOSE SIM-REPORT-FILE

       MOVE GRAND-CHANGED TO PRT-COUNT
       DISPLAY 'AOC02P: ' SECTIONS-SIMULATED ' section(s) simulated for ' SIM-UNIT-ID ', ' FUNCTION TRIM(PRT-COUNT) ' line verdict(s) would change - see ' FUNCTION TRIM(SIMRPT-FILENAME)

       *> 0 the proposal changes nothing, 4 verdicts would change, 8
       *> the simulation is empty or incomplete (nothing matched the
       *> unit and window, or a named file could not be read)
       IF SECTIONS-SIMULATED IS EQUAL TO ZERO OR FILES-FAILED IS GREATER THAN ZERO THEN
           MOVE 8 TO WORST-RC
       ELSE
           IF GRAND-CHANGED IS GREATER THAN ZERO THEN
               MOVE 4 TO WORST-RC
           END-IF
       END-IF
       MOVE WORST-RC TO RETURN-CODE.
STOP RUN.

SHOW-USAGE.
       DISPLAY "usage: AOC02P [-FROM YYYYMMDD] [-TO YYYYMMDD] [-RANGE MIN-READING MAX-READING | -NORANGE]" UPON STDERR
       DISPLAY "              UNIT-ID MIN-STEP MAX-STEP DAMPEN-LEVELS FILENAME [FILENAME ...] | @MANIFEST" UPON STDERR.

*> steps past a flag to its value argument; a flag left without its
*> value is a usage error
ACCEPT-FLAG-VALUE.
       ADD 1 TO ARG-START
       IF ARG-START IS GREATER THAN ARG-COUNT THEN
           PERFORM SHOW-USAGE
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY ARG-START UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE.

*> adds ARG-TEXT to FILE-LIST, rejecting (and logging) once FL-MAX is
*> reached, as AOC02 does
ADD-FILE-LIST-ENTRY.
       IF FL-COUNT IS GREATER THAN OR EQUAL TO FL-MAX THEN
           DISPLAY 'AOC02P: too many input files (max ' FL-MAX '), rejecting: ' ARG-TEXT UPON STDERR
       ELSE
           ADD 1 TO FL-COUNT
           MOVE ARG-TEXT TO FL-ENTRY(FL-COUNT)
       END-IF.

LOAD-MANIFEST.
       OPEN INPUT MANIFEST-FILE
       IF MANIFEST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02P: unable to open manifest ' MANIFEST-FILENAME ' (status ' MANIFEST-STATUS '), skipping' UPON STDERR
       ELSE
           PERFORM UNTIL MANIFEST-EOF
               READ MANIFEST-FILE
                 AT END
                     SET MANIFEST-EOF TO TRUE
                 NOT AT END
                     IF MANIFEST-LINE IS NOT EQUAL TO SPACES THEN
                         MOVE MANIFEST-LINE TO ARG-TEXT
                         PERFORM ADD-FILE-LIST-ENTRY
                     END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
       END-IF.

*> spells out the proposal and the window once, for every page head
BUILD-PROPOSAL-TEXT.
       MOVE PRO-MIN-STEP TO PRT-STEP-1
       MOVE PRO-MAX-STEP TO PRT-STEP-2
       MOVE PRO-DAMPEN-LEVELS TO PRT-DL
       MOVE SPACES TO SR-PROPOSED-TEXT
       MOVE 1 TO SR-TEXT-PTR
       STRING 'PROPOSED BAND ' FUNCTION TRIM(PRT-STEP-1) '/' FUNCTION TRIM(PRT-STEP-2)
              ' DL ' FUNCTION TRIM(PRT-DL)
           DELIMITED BY SIZE INTO SR-PROPOSED-TEXT WITH POINTER SR-TEXT-PTR
       EVALUATE TRUE
           WHEN PRO-RANGE-ARMED
               MOVE PRO-RANGE-MIN-ARG TO PRT-READING-1
               MOVE PRO-RANGE-MAX-ARG TO PRT-READING-2
               STRING '  RANGE ' FUNCTION TRIM(PRT-READING-1) '/' FUNCTION TRIM(PRT-READING-2)
                   DELIMITED BY SIZE INTO SR-PROPOSED-TEXT WITH POINTER SR-TEXT-PTR
           WHEN PRO-RANGE-DROPPED
               STRING '  NO RANGE CHECK' DELIMITED BY SIZE INTO SR-PROPOSED-TEXT WITH POINTER SR-TEXT-PTR
           WHEN OTHER
               STRING '  RANGE AS CURRENTLY APPROVED' DELIMITED BY SIZE INTO SR-PROPOSED-TEXT WITH POINTER SR-TEXT-PTR
       END-EVALUATE

       MOVE SPACES TO SR-WINDOW-TEXT
       MOVE 1 TO SR-TEXT-PTR
       STRING 'BUSINESS DATES ' DELIMITED BY SIZE INTO SR-WINDOW-TEXT WITH POINTER SR-TEXT-PTR
       IF FROM-DATE IS EQUAL TO ZERO THEN
           STRING 'EARLIEST' DELIMITED BY SIZE INTO SR-WINDOW-TEXT WITH POINTER SR-TEXT-PTR
       ELSE
           STRING FROM-DATE DELIMITED BY SIZE INTO SR-WINDOW-TEXT WITH POINTER SR-TEXT-PTR
       END-IF
       IF TO-DATE IS EQUAL TO 99999999 THEN
           STRING ' - LATEST' DELIMITED BY SIZE INTO SR-WINDOW-TEXT WITH POINTER SR-TEXT-PTR
       ELSE
           STRING ' - ' TO-DATE DELIMITED BY SIZE INTO SR-WINDOW-TEXT WITH POINTER SR-TEXT-PTR
       END-IF
       MOVE FL-COUNT TO PRT-COUNT
       STRING '   FILES NAMED ' FUNCTION TRIM(PRT-COUNT) DELIMITED BY SIZE INTO SR-WINDOW-TEXT WITH POINTER SR-TEXT-PTR
       IF MANIFEST-FILENAME IS NOT EQUAL TO SPACES THEN
           STRING ' (MANIFEST ' FUNCTION TRIM(MANIFEST-FILENAME) ')' DELIMITED BY SIZE INTO SR-WINDOW-TEXT WITH POINTER SR-TEXT-PTR
       END-IF.

*> starts a fresh report page: form feed, the run stamp, the proposal
*> under test and the changed-line column headings
PRINT-REPORT-HEADING.
       ADD 1 TO SR-PAGE-NUMBER
       MOVE SIM-UNIT-ID TO SRH-UNIT
       MOVE RUN-DATE TO SRH-DATE
       MOVE RUN-TIME TO SRH-TIME
       MOVE SR-PAGE-NUMBER TO SRH-PAGE
       WRITE SIM-REPORT-LINE FROM SR-HEAD-1 AFTER ADVANCING PAGE
       WRITE SIM-REPORT-LINE FROM SR-PROPOSED-TEXT AFTER ADVANCING 1 LINE
       WRITE SIM-REPORT-LINE FROM SR-WINDOW-TEXT AFTER ADVANCING 1 LINE
       WRITE SIM-REPORT-LINE FROM SR-CHANGE-HEAD AFTER ADVANCING 2 LINES
       MOVE 5 TO SR-LINE-COUNT.

*> prints SR-TEXT-LINE after SR-ADVANCE lines, breaking to a new page
*> when the current one is full
PRINT-TEXT-LINE.
       IF SR-LINE-COUNT IS GREATER THAN OR EQUAL TO SR-PAGE-LIMIT THEN
           PERFORM PRINT-REPORT-HEADING
       END-IF
       WRITE SIM-REPORT-LINE FROM SR-TEXT-LINE AFTER ADVANCING SR-ADVANCE LINES
       ADD SR-ADVANCE TO SR-LINE-COUNT.

*> re-reads one named file, checking every report line of every
*> section that belongs to the unit and window under study; the
*> section mechanics (HDR, TOL right after it, TRL, batched sections)
*> follow AOC02's PROCESS-ONE-FILE, without its checkpoints, register
*> or master updates
PROCESS-ONE-FILE.
       OPEN INPUT IFILE
       IF IFILE-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02P: unable to open ' FUNCTION TRIM(FILENAME) ' (status ' IFILE-STATUS '), skipping' UPON STDERR
           ADD 1 TO FILES-FAILED
           MOVE SPACES TO SR-TEXT-LINE
           STRING '*** FILE ' FUNCTION TRIM(FILENAME) ' COULD NOT BE OPENED (STATUS ' IFILE-STATUS ') - NOT SIMULATED'
               DELIMITED BY SIZE INTO SR-TEXT-LINE
           MOVE 2 TO SR-ADVANCE
           PERFORM PRINT-TEXT-LINE
           GO TO PROCESS-ONE-FILE-EXIT
       END-IF
       ADD 1 TO FILES-OPENED

       MOVE SPACES TO FILE-LINE
       SET PENDING-INACTIVE TO TRUE
       PERFORM BEGIN-SECTION

       PERFORM READ-GENUINE-LINE THRU READ-GENUINE-LINE-EXIT
       IF NOT EOF AND FILE-LINE(1:4) IS EQUAL TO 'HDR ' THEN
           PERFORM PARSE-HEADER-RECORD
           PERFORM SECTION-PROLOGUE
       ELSE
           *> a headerless legacy file carries no unit id or business
           *> date: the operator named it for this unit, so it is
           *> taken as the unit's and filed under NO HDR
           SET SECTION-SELECTED TO TRUE
           IF NOT EOF THEN
               IF FILE-LINE(1:4) IS EQUAL TO 'TOL ' THEN
                   PERFORM PARSE-TOLERANCE-RECORD
               ELSE
                   MOVE FILE-LINE TO PENDING-LINE
                   SET PENDING-ACTIVE TO TRUE
               END-IF
           END-IF
           PERFORM OPEN-SIMULATED-SECTION
       END-IF

       PERFORM UNTIL EOF
            IF PENDING-ACTIVE THEN
                MOVE PENDING-LINE TO FILE-LINE
                SET PENDING-INACTIVE TO TRUE
                PERFORM HANDLE-BODY-LINE
            ELSE
                PERFORM READ-GENUINE-LINE THRU READ-GENUINE-LINE-EXIT
                IF NOT EOF THEN
                    PERFORM HANDLE-BODY-LINE
                END-IF
            END-IF
       END-PERFORM

       PERFORM FINISH-SECTION

       CLOSE IFILE.

PROCESS-ONE-FILE-EXIT.
       EXIT.

*> resets the per-section state ahead of a section; the current band
*> starts from the original 1/3 defaults, as in AOC02
BEGIN-SECTION.
       MOVE ZERO TO SEC-TOTAL
       MOVE ZERO TO SEC-CUR-STRICT
       MOVE ZERO TO SEC-CUR-DAMPENED
       MOVE ZERO TO SEC-PRO-STRICT
       MOVE ZERO TO SEC-PRO-DAMPENED
       MOVE ZERO TO SEC-CHANGED
       MOVE ZERO TO LINE-NUMBER
       MOVE 1 TO CUR-MIN-STEP
       MOVE 3 TO CUR-MAX-STEP
       MOVE 1 TO CUR-DAMPEN-LEVELS
       SET CUR-RANGE-INACTIVE TO TRUE
       MOVE ZERO TO CUR-MIN-READING
       MOVE ZERO TO CUR-MAX-READING
       MOVE 'DEFAULT' TO CUR-BAND-SOURCE
       SET HEADER-ABSENT TO TRUE
       SET SECTION-NOT-SELECTED TO TRUE
       MOVE SPACES TO HDR-UNIT-ID
       MOVE ZERO TO HDR-BUS-DATE
       MOVE ZERO TO BUS-DATE
       MOVE FILENAME TO SOURCE-NAME.

*> parses the transfer job's 'HDR uuuuuuuu yyyymmdd' record and decides
*> whether the section is one this simulation covers
PARSE-HEADER-RECORD.
       SET HEADER-PRESENT TO TRUE
       MOVE FILE-LINE(5:8) TO HDR-UNIT-ID
       MOVE FILE-LINE(14:8) TO HDR-BUS-DATE
       MOVE HDR-BUS-DATE TO BUS-DATE
       IF HDR-UNIT-ID IS EQUAL TO SIM-UNIT-ID
               AND BUS-DATE IS GREATER THAN OR EQUAL TO FROM-DATE
               AND BUS-DATE IS LESS THAN OR EQUAL TO TO-DATE THEN
           SET SECTION-SELECTED TO TRUE
       ELSE
           ADD 1 TO SECTIONS-PASSED
       END-IF.

*> consumes the line right after a section's HDR - the unit's TOL
*> record when it sent one - and settles the band that governed the
*> section in production
SECTION-PROLOGUE.
       PERFORM READ-GENUINE-LINE THRU READ-GENUINE-LINE-EXIT
       IF NOT EOF THEN
           IF FILE-LINE(1:4) IS EQUAL TO 'TOL ' THEN
               PERFORM PARSE-TOLERANCE-RECORD
           ELSE
               MOVE FILE-LINE TO PENDING-LINE
               SET PENDING-ACTIVE TO TRUE
           END-IF
       END-IF
       IF SECTION-SELECTED THEN
           IF BANDMST-OPENED-OK THEN
               PERFORM APPLY-APPROVED-BAND
           END-IF
           PERFORM OPEN-SIMULATED-SECTION
       END-IF.

*> dispatches one genuine body line: a mid-file HDR closes the running
*> section and opens the next; anything else is a report line (or the
*> TRL), checked only inside a selected section
HANDLE-BODY-LINE.
       IF FILE-LINE(1:4) IS EQUAL TO 'HDR ' THEN
           PERFORM FINISH-SECTION
           PERFORM BEGIN-SECTION
           PERFORM PARSE-HEADER-RECORD
           PERFORM SECTION-PROLOGUE
       ELSE
           IF SECTION-SELECTED THEN
               ADD 1 TO LINE-NUMBER
               PERFORM SIMULATE-ONE-LINE THRU SIMULATE-ONE-LINE-EXIT
           END-IF
       END-IF.

*> parses a 'TOL mmmmm MMMMM dd' control record into the current band,
*> with AOC02's fallbacks for a transposed band or a bad level count
PARSE-TOLERANCE-RECORD.
       MOVE FILE-LINE(5:5) TO CUR-MIN-STEP
       MOVE FILE-LINE(11:5) TO CUR-MAX-STEP
       IF CUR-MIN-STEP IS EQUAL TO ZERO OR CUR-MAX-STEP IS EQUAL TO ZERO
               OR CUR-MIN-STEP IS GREATER THAN CUR-MAX-STEP THEN
           MOVE 1 TO CUR-MIN-STEP
           MOVE 3 TO CUR-MAX-STEP
       END-IF
       MOVE FILE-LINE(17:2) TO DL-TEXT
       IF DL-TEXT IS EQUAL TO SPACES THEN
           MOVE 1 TO CUR-DAMPEN-LEVELS
       ELSE
           MOVE DL-TEXT TO CUR-DAMPEN-LEVELS
       END-IF
       IF CUR-DAMPEN-LEVELS IS GREATER THAN 2 THEN
           MOVE 1 TO CUR-DAMPEN-LEVELS
       END-IF
       MOVE 'UNIT TOL' TO CUR-BAND-SOURCE.

*> the approved band for the HDR unit as of its business date - the
*> entry with the latest effective date at or before it - governed the
*> section in production whatever TOL it carried
APPLY-APPROVED-BAND.
       SET APPROVED-BAND-NOT-FOUND TO TRUE
       MOVE HDR-UNIT-ID TO BM-UNIT-ID
       MOVE ZERO TO BM-EFF-DATE
       START BAND-MASTER KEY IS GREATER THAN OR EQUAL TO BM-KEY
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             PERFORM SCAN-APPROVED-BAND
       END-START.

*> walks the unit's band entries in effective-date order, keeping the
*> last one dated at or before the business date
SCAN-APPROVED-BAND.
       PERFORM UNTIL BANDMST-STATUS IS NOT EQUAL TO '00'
           READ BAND-MASTER NEXT RECORD
             AT END
                 EXIT PERFORM
           END-READ
           IF BANDMST-STATUS IS NOT EQUAL TO '00' THEN
               EXIT PERFORM
           END-IF
           IF BM-UNIT-ID IS NOT EQUAL TO HDR-UNIT-ID
                   OR BM-EFF-DATE IS GREATER THAN HDR-BUS-DATE THEN
               EXIT PERFORM
           END-IF
           SET APPROVED-BAND-FOUND TO TRUE
           MOVE BM-MIN-STEP TO CUR-MIN-STEP
           MOVE BM-MAX-STEP TO CUR-MAX-STEP
           MOVE BM-DAMPEN-LEVELS TO CUR-DAMPEN-LEVELS
           MOVE 'APPROVED' TO CUR-BAND-SOURCE
           IF BM-RANGE-FLAG IS EQUAL TO 'Y' THEN
               SET CUR-RANGE-ACTIVE TO TRUE
               MOVE BM-MIN-READING TO CUR-MIN-READING
               MOVE BM-MAX-READING TO CUR-MAX-READING
           ELSE
               SET CUR-RANGE-INACTIVE TO TRUE
           END-IF
       END-PERFORM.

*> a selected section's band is now settled: resolve the proposed
*> range against it and print the section heading
OPEN-SIMULATED-SECTION.
       ADD 1 TO SECTIONS-SIMULATED
       EVALUATE TRUE
           WHEN PRO-RANGE-ARMED
               SET PRO-RANGE-ACTIVE TO TRUE
               MOVE PRO-RANGE-MIN-ARG TO PRO-MIN-READING
               MOVE PRO-RANGE-MAX-ARG TO PRO-MAX-READING
           WHEN PRO-RANGE-DROPPED
               SET PRO-RANGE-INACTIVE TO TRUE
           WHEN OTHER
               MOVE CUR-RANGE-SWITCH TO PRO-RANGE-SWITCH
               MOVE CUR-MIN-READING TO PRO-MIN-READING
               MOVE CUR-MAX-READING TO PRO-MAX-READING
       END-EVALUATE

       MOVE CUR-MIN-STEP TO PRT-STEP-1
       MOVE CUR-MAX-STEP TO PRT-STEP-2
       MOVE CUR-DAMPEN-LEVELS TO PRT-DL
       MOVE SPACES TO SR-TEXT-LINE
       MOVE 1 TO SR-TEXT-PTR
       STRING 'SECTION ' FUNCTION TRIM(SOURCE-NAME) DELIMITED BY SIZE
           INTO SR-TEXT-LINE WITH POINTER SR-TEXT-PTR
       IF HEADER-PRESENT THEN
           STRING '  BUS DATE ' BUS-DATE DELIMITED BY SIZE
               INTO SR-TEXT-LINE WITH POINTER SR-TEXT-PTR
       ELSE
           STRING '  NO HDR - TAKEN AS ' SIM-UNIT-ID DELIMITED BY SIZE
               INTO SR-TEXT-LINE WITH POINTER SR-TEXT-PTR
       END-IF
       STRING '  CURRENT BAND ' FUNCTION TRIM(PRT-STEP-1) '/' FUNCTION TRIM(PRT-STEP-2)
              ' DL ' FUNCTION TRIM(PRT-DL) ' (' FUNCTION TRIM(CUR-BAND-SOURCE) ')'
           DELIMITED BY SIZE INTO SR-TEXT-LINE WITH POINTER SR-TEXT-PTR
       IF CUR-RANGE-ACTIVE THEN
           MOVE CUR-MIN-READING TO PRT-READING-1
           MOVE CUR-MAX-READING TO PRT-READING-2
           STRING '  RANGE ' FUNCTION TRIM(PRT-READING-1) '/' FUNCTION TRIM(PRT-READING-2)
               DELIMITED BY SIZE INTO SR-TEXT-LINE WITH POINTER SR-TEXT-PTR
       END-IF
       MOVE 2 TO SR-ADVANCE
       PERFORM PRINT-TEXT-LINE.

*> closes a selected section: its side-by-side totals under its
*> heading, then folded into its business date and the run totals
FINISH-SECTION.
       IF SECTION-NOT-SELECTED THEN
           EXIT PARAGRAPH
       END-IF

       MOVE SEC-TOTAL TO PRT-COUNT
       MOVE SPACES TO SR-TEXT-LINE
       MOVE 1 TO SR-TEXT-PTR
       STRING '  SECTION TOTAL ' FUNCTION TRIM(PRT-COUNT) ' REPORTS' DELIMITED BY SIZE
           INTO SR-TEXT-LINE WITH POINTER SR-TEXT-PTR
       MOVE SEC-CUR-STRICT TO PRT-COUNT
       STRING '   CURRENT STRICT ' FUNCTION TRIM(PRT-COUNT) DELIMITED BY SIZE
           INTO SR-TEXT-LINE WITH POINTER SR-TEXT-PTR
       MOVE SEC-CUR-DAMPENED TO PRT-COUNT
       STRING ' DAMPED ' FUNCTION TRIM(PRT-COUNT) DELIMITED BY SIZE
           INTO SR-TEXT-LINE WITH POINTER SR-TEXT-PTR
       COMPUTE UNSAFE-NUM = SEC-TOTAL - SEC-CUR-DAMPENED
       MOVE UNSAFE-NUM TO PRT-COUNT
       STRING ' UNSAFE ' FUNCTION TRIM(PRT-COUNT) DELIMITED BY SIZE
           INTO SR-TEXT-LINE WITH POINTER SR-TEXT-PTR
       MOVE SEC-PRO-STRICT TO PRT-COUNT
       STRING '   PROPOSED STRICT ' FUNCTION TRIM(PRT-COUNT) DELIMITED BY SIZE
           INTO SR-TEXT-LINE WITH POINTER SR-TEXT-PTR
       MOVE SEC-PRO-DAMPENED TO PRT-COUNT
       STRING ' DAMPED ' FUNCTION TRIM(PRT-COUNT) DELIMITED BY SIZE
           INTO SR-TEXT-LINE WITH POINTER SR-TEXT-PTR
       COMPUTE UNSAFE-NUM = SEC-TOTAL - SEC-PRO-DAMPENED
       MOVE UNSAFE-NUM TO PRT-COUNT
       STRING ' UNSAFE ' FUNCTION TRIM(PRT-COUNT) DELIMITED BY SIZE
           INTO SR-TEXT-LINE WITH POINTER SR-TEXT-PTR
       MOVE SEC-CHANGED TO PRT-COUNT
       STRING '   CHANGED ' FUNCTION TRIM(PRT-COUNT) DELIMITED BY SIZE
           INTO SR-TEXT-LINE WITH POINTER SR-TEXT-PTR
       MOVE 1 TO SR-ADVANCE
       PERFORM PRINT-TEXT-LINE

       ADD SEC-TOTAL TO GRAND-TOTAL
       ADD SEC-CUR-STRICT TO GRAND-CUR-STRICT
       ADD SEC-CUR-DAMPENED TO GRAND-CUR-DAMPENED
       ADD SEC-PRO-STRICT TO GRAND-PRO-STRICT
       ADD SEC-PRO-DAMPENED TO GRAND-PRO-DAMPENED
       ADD SEC-CHANGED TO GRAND-CHANGED

       PERFORM FILE-UNDER-BUS-DATE.

*> adds the section's counts to its business date's row, opening the
*> row in date order on first sight
FILE-UNDER-BUS-DATE.
       MOVE ZERO TO BD-SLOT
       PERFORM VARYING BD-INDEX FROM 1 BY 1 UNTIL BD-INDEX IS GREATER THAN BD-COUNT
           IF BD-DATE(BD-INDEX) IS EQUAL TO BUS-DATE THEN
               MOVE BD-INDEX TO BD-SLOT
               EXIT PERFORM
           END-IF
       END-PERFORM

       IF BD-SLOT IS EQUAL TO ZERO THEN
           IF BD-COUNT IS GREATER THAN OR EQUAL TO BD-MAX THEN
               DISPLAY 'AOC02P: too many business dates (max ' BD-MAX '), ' BUS-DATE ' left off the side-by-side table' UPON STDERR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BD-COUNT
           MOVE BD-COUNT TO BD-SLOT
           PERFORM UNTIL BD-SLOT IS EQUAL TO 1
               IF BD-DATE(BD-SLOT - 1) IS LESS THAN BUS-DATE THEN
                   EXIT PERFORM
               END-IF
               MOVE BD-ENTRY(BD-SLOT - 1) TO BD-ENTRY(BD-SLOT)
               SUBTRACT 1 FROM BD-SLOT
           END-PERFORM
           INITIALIZE BD-ENTRY(BD-SLOT)
           MOVE BUS-DATE TO BD-DATE(BD-SLOT)
       END-IF

       ADD 1 TO BD-SECTIONS(BD-SLOT)
       ADD SEC-TOTAL TO BD-TOTAL(BD-SLOT)
       ADD SEC-CUR-STRICT TO BD-CUR-STRICT(BD-SLOT)
       ADD SEC-CUR-DAMPENED TO BD-CUR-DAMPENED(BD-SLOT)
       ADD SEC-PRO-STRICT TO BD-PRO-STRICT(BD-SLOT)
       ADD SEC-PRO-DAMPENED TO BD-PRO-DAMPENED(BD-SLOT)
       ADD SEC-CHANGED TO BD-CHANGED(BD-SLOT).

*> reads the next genuine physical line, discarding the continuation
*> reads of an over-length line exactly as AOC02 does; the over-length
*> line itself is unsafe under any band, so it is only counted and
*> given its line number, keeping the lines after it numbered as
*> AOC02 numbers them
READ-GENUINE-LINE.
       SET IFILE-CONTINUATION-INACTIVE TO TRUE
       PERFORM UNTIL EOF
           READ IFILE
             AT END
                 SET EOF TO TRUE
             NOT AT END
                 IF IFILE-STATUS IS EQUAL TO '06' THEN
                     IF IFILE-CONTINUATION-INACTIVE THEN
                         IF SECTION-SELECTED THEN
                             ADD 1 TO SEC-TOTAL
                             ADD 1 TO LINE-NUMBER
                         END-IF
                         SET IFILE-CONTINUATION-ACTIVE TO TRUE
                     END-IF
                 ELSE
                     IF IFILE-CONTINUATION-ACTIVE THEN
                         SET IFILE-CONTINUATION-INACTIVE TO TRUE
                     ELSE
                         EXIT PERFORM
                     END-IF
                 END-IF
           END-READ
       END-PERFORM.

READ-GENUINE-LINE-EXIT.
       EXIT.

*> checks one report line under both bands and prints it when the
*> verdict differs; the readings are parsed once, the way AOC02's
*> CHECK-ONE-LINE parses them
SIMULATE-ONE-LINE.
       IF FILE-LINE(1:4) IS EQUAL TO 'TRL ' THEN
           GO TO SIMULATE-ONE-LINE-EXIT
       END-IF

       ADD 1 TO SEC-TOTAL
       MOVE 0 TO VAL-COUNT

       PERFORM UNTIL FILE-LINE IS EQUAL TO SPACES OR VAL-COUNT IS GREATER THAN OR EQUAL TO MAX-READINGS
               INSPECT FILE-LINE REPLACING FIRST SPACE BY '@'
               UNSTRING FILE-LINE DELIMITED BY '@' INTO VAL-TEXT FILE-LINE
               COMPUTE VAL = FUNCTION NUMVAL(VAL-TEXT)
               ADD 1 TO VAL-COUNT
               MOVE VAL TO VAL-ELEM(VAL-COUNT)
       END-PERFORM

       *> a line carrying more readings than AOC02 accepts is rejected
       *> whatever the band - unsafe under both, so never a change
       IF FILE-LINE IS NOT EQUAL TO SPACES THEN
           GO TO SIMULATE-ONE-LINE-EXIT
       END-IF

       MOVE CUR-MIN-STEP TO EVAL-MIN-STEP
       MOVE CUR-MAX-STEP TO EVAL-MAX-STEP
       MOVE CUR-DAMPEN-LEVELS TO EVAL-DAMPEN-LEVELS
       MOVE CUR-RANGE-SWITCH TO EVAL-RANGE-SWITCH
       MOVE CUR-MIN-READING TO EVAL-MIN-READING
       MOVE CUR-MAX-READING TO EVAL-MAX-READING
       PERFORM EVALUATE-UNDER-BAND
       MOVE VERDICT-CODE TO CUR-VERDICT
       MOVE FAIL-REASON TO CUR-REASON
       ADD STRICT-SAFE TO SEC-CUR-STRICT
       ADD SAFE TO SEC-CUR-DAMPENED

       MOVE PRO-MIN-STEP TO EVAL-MIN-STEP
       MOVE PRO-MAX-STEP TO EVAL-MAX-STEP
       MOVE PRO-DAMPEN-LEVELS TO EVAL-DAMPEN-LEVELS
       MOVE PRO-RANGE-SWITCH TO EVAL-RANGE-SWITCH
       MOVE PRO-MIN-READING TO EVAL-MIN-READING
       MOVE PRO-MAX-READING TO EVAL-MAX-READING
       PERFORM EVALUATE-UNDER-BAND
       MOVE VERDICT-CODE TO PRO-VERDICT
       MOVE FAIL-REASON TO PRO-REASON
       ADD STRICT-SAFE TO SEC-PRO-STRICT
       ADD SAFE TO SEC-PRO-DAMPENED

       IF CUR-VERDICT IS NOT EQUAL TO PRO-VERDICT THEN
           ADD 1 TO SEC-CHANGED
           EVALUATE TRUE
               WHEN PRO-VERDICT IS EQUAL TO 'U'
                   ADD 1 TO NEWLY-UNSAFE
               WHEN CUR-VERDICT IS EQUAL TO 'U'
                   ADD 1 TO NEWLY-SAFE
               WHEN OTHER
                   ADD 1 TO DAMPENER-SHIFTS
           END-EVALUATE
           PERFORM PRINT-CHANGED-LINE
       END-IF.

SIMULATE-ONE-LINE-EXIT.
       EXIT.

*> the AOC02 safety test for the readings in VAL-LIST under the EVAL-*
*> band: the strict pass, then the single- and double-skip Problem
*> Dampener passes the level count allows. Leaves SAFE, STRICT-SAFE,
*> FAIL-REASON (the strict pass's first failure) and VERDICT-CODE -
*> must stay in step with CHECK-ONE-LINE in main.cbl
EVALUATE-UNDER-BAND.
       MOVE 0 TO SAFE
       MOVE SPACES TO FAIL-REASON

       PERFORM VARYING N FROM 1 BY 1 UNTIL N IS GREATER THAN VAL-COUNT
               MOVE VAL-ELEM(N) TO VAL

               IF EVAL-RANGE-ACTIVE AND (VAL IS LESS THAN EVAL-MIN-READING OR VAL IS GREATER THAN EVAL-MAX-READING) THEN
                   IF FAIL-REASON IS EQUAL TO SPACES
                       MOVE 'OUT OF RANGE' TO FAIL-REASON
                   END-IF
                   EXIT PERFORM
               END-IF

               IF N IS GREATER THAN 1
                   COMPUTE DISTANCE = FUNCTION ABS(VAL - PREV)
                   IF DISTANCE IS LESS THAN EVAL-MIN-STEP OR DISTANCE IS GREATER THAN EVAL-MAX-STEP THEN
                       IF FAIL-REASON IS EQUAL TO SPACES
                           IF DISTANCE IS LESS THAN EVAL-MIN-STEP THEN
                               MOVE 'DISTANCE TOO SMALL' TO FAIL-REASON
                           ELSE
                               MOVE 'DISTANCE TOO LARGE' TO FAIL-REASON
                           END-IF
                       END-IF
                       EXIT PERFORM
                   END-IF
                   IF N IS EQUAL TO 2 THEN
                       IF VAL < PREV THEN
                           MOVE 1 TO GOING-DOWN
                       ELSE
                           MOVE 0 TO GOING-DOWN
                       END-IF
                   ELSE
                       IF GOING-DOWN IS EQUAL TO 1 AND VAL > PREV OR GOING-DOWN IS EQUAL TO 0 AND VAL < PREV THEN
                           IF FAIL-REASON IS EQUAL TO SPACES
                               MOVE 'DIRECTION CHANGE' TO FAIL-REASON
                           END-IF
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-IF

               MOVE VAL TO PREV
       END-PERFORM

       IF N IS GREATER THAN VAL-COUNT THEN
           MOVE 1 TO SAFE
       END-IF
       MOVE SAFE TO STRICT-SAFE

       *> single-skip pass: try dropping each reading in turn
       IF SAFE IS EQUAL TO ZERO AND EVAL-DAMPEN-LEVELS IS GREATER THAN ZERO THEN
           PERFORM VARYING SKIPPING FROM 1 BY 1 UNTIL SKIPPING IS GREATER THAN VAL-COUNT OR SAFE IS EQUAL TO 1
               MOVE 1 TO COUNTER
               PERFORM VARYING N FROM 1 BY 1 UNTIL N IS GREATER THAN VAL-COUNT
                   IF N IS NOT EQUAL TO SKIPPING THEN
                       MOVE VAL-ELEM(N) TO VAL
                       IF EVAL-RANGE-ACTIVE AND (VAL IS LESS THAN EVAL-MIN-READING OR VAL IS GREATER THAN EVAL-MAX-READING) THEN
                           EXIT PERFORM
                       END-IF
                       IF COUNTER IS GREATER THAN 1
                           COMPUTE DISTANCE = FUNCTION ABS(VAL - PREV)
                           IF DISTANCE IS LESS THAN EVAL-MIN-STEP OR DISTANCE IS GREATER THAN EVAL-MAX-STEP THEN
                               EXIT PERFORM
                           END-IF
                           IF COUNTER IS EQUAL TO 2 THEN
                               IF VAL < PREV THEN
                                   MOVE 1 TO GOING-DOWN
                               ELSE
                                   MOVE 0 TO GOING-DOWN
                               END-IF
                           ELSE
                               IF GOING-DOWN IS EQUAL TO 1 AND VAL > PREV OR GOING-DOWN IS EQUAL TO 0 AND VAL < PREV THEN
                                   EXIT PERFORM
                               END-IF
                           END-IF
                       END-IF
                       ADD 1 TO COUNTER
                       MOVE VAL TO PREV
                   END-IF
               END-PERFORM
               IF N IS GREATER THAN VAL-COUNT THEN
                   MOVE 1 TO SAFE
               END-IF
           END-PERFORM
       END-IF

       *> double-skip pass: try every pair of dropped readings
       IF SAFE IS EQUAL TO ZERO AND EVAL-DAMPEN-LEVELS IS GREATER THAN 1 THEN
           PERFORM VARYING SKIP-A FROM 1 BY 1 UNTIL SKIP-A IS GREATER THAN VAL-COUNT OR SAFE IS EQUAL TO 1
               COMPUTE START-B = SKIP-A + 1
               PERFORM VARYING SKIP-B FROM START-B BY 1 UNTIL SKIP-B IS GREATER THAN VAL-COUNT OR SAFE IS EQUAL TO 1
                   MOVE 1 TO COUNTER
                   PERFORM VARYING N FROM 1 BY 1 UNTIL N IS GREATER THAN VAL-COUNT
                       IF N IS NOT EQUAL TO SKIP-A AND N IS NOT EQUAL TO SKIP-B THEN
                           MOVE VAL-ELEM(N) TO VAL
                           IF EVAL-RANGE-ACTIVE AND (VAL IS LESS THAN EVAL-MIN-READING OR VAL IS GREATER THAN EVAL-MAX-READING) THEN
                               EXIT PERFORM
                           END-IF
                           IF COUNTER IS GREATER THAN 1
                               COMPUTE DISTANCE = FUNCTION ABS(VAL - PREV)
                               IF DISTANCE IS LESS THAN EVAL-MIN-STEP OR DISTANCE IS GREATER THAN EVAL-MAX-STEP THEN
                                   EXIT PERFORM
                               END-IF
                               IF COUNTER IS EQUAL TO 2 THEN
                                   IF VAL < PREV THEN
                                       MOVE 1 TO GOING-DOWN
                                   ELSE
                                       MOVE 0 TO GOING-DOWN
                                   END-IF
                               ELSE
                                   IF GOING-DOWN IS EQUAL TO 1 AND VAL > PREV OR GOING-DOWN IS EQUAL TO 0 AND VAL < PREV THEN
                                       EXIT PERFORM
                                   END-IF
                               END-IF
                           END-IF
                           ADD 1 TO COUNTER
                           MOVE VAL TO PREV
                       END-IF
                   END-PERFORM
                   IF N IS GREATER THAN VAL-COUNT THEN
                       MOVE 1 TO SAFE
                   END-IF
               END-PERFORM
           END-PERFORM
       END-IF

       EVALUATE TRUE
           WHEN STRICT-SAFE IS EQUAL TO 1
               MOVE 'S' TO VERDICT-CODE
           WHEN SAFE IS EQUAL TO 1
               MOVE 'D' TO VERDICT-CODE
           WHEN OTHER
               MOVE 'U' TO VERDICT-CODE
       END-EVALUATE.

*> prints one line whose verdict the proposal would change, with both
*> verdicts, the strict failure behind each and the readings
PRINT-CHANGED-LINE.
       MOVE SPACES TO SR-CHANGE-LINE
       MOVE LINE-NUMBER TO SCL-LINE-NO
       MOVE CUR-VERDICT TO VERDICT-CODE
       PERFORM NAME-VERDICT
       MOVE VERDICT-WORD TO SCL-CUR-VERDICT
       MOVE CUR-REASON TO SCL-CUR-REASON
       MOVE ' -> ' TO SCL-ARROW
       MOVE PRO-VERDICT TO VERDICT-CODE
       PERFORM NAME-VERDICT
       MOVE VERDICT-WORD TO SCL-PRO-VERDICT
       MOVE PRO-REASON TO SCL-PRO-REASON

       MOVE 1 TO DUMP-PTR
       PERFORM VARYING N FROM 1 BY 1 UNTIL N IS GREATER THAN VAL-COUNT
           MOVE VAL-ELEM(N) TO DUMP-NUM
           STRING FUNCTION TRIM(DUMP-NUM) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
               INTO SCL-VALUES
               WITH POINTER DUMP-PTR
               ON OVERFLOW
                   MOVE '...' TO SCL-VALUES(55:3)
                   EXIT PERFORM
           END-STRING
       END-PERFORM

       IF SR-LINE-COUNT IS GREATER THAN OR EQUAL TO SR-PAGE-LIMIT THEN
           PERFORM PRINT-REPORT-HEADING
       END-IF
       WRITE SIM-REPORT-LINE FROM SR-CHANGE-LINE AFTER ADVANCING 1 LINE
       ADD 1 TO SR-LINE-COUNT.

NAME-VERDICT.
       EVALUATE VERDICT-CODE
           WHEN 'S' MOVE 'STRICT' TO VERDICT-WORD
           WHEN 'D' MOVE 'DAMPENED' TO VERDICT-WORD
           WHEN OTHER MOVE 'UNSAFE' TO VERDICT-WORD
       END-EVALUATE.

*> the side-by-side table: one row per business date, current band
*> against proposed band, then the run totals and what the proposal
*> would do to the verdicts overall
PRINT-DATE-TABLE.
       IF SR-LINE-COUNT + 8 IS GREATER THAN SR-PAGE-LIMIT THEN
           PERFORM PRINT-REPORT-HEADING
       END-IF
       WRITE SIM-REPORT-LINE FROM SR-TABLE-HEAD-1 AFTER ADVANCING 3 LINES
       WRITE SIM-REPORT-LINE FROM SR-TABLE-HEAD-2 AFTER ADVANCING 1 LINE
       ADD 4 TO SR-LINE-COUNT

       IF SECTIONS-SIMULATED IS EQUAL TO ZERO THEN
           MOVE SPACES TO SR-TEXT-LINE
           STRING '*** NO SECTION FOR UNIT ' SIM-UNIT-ID ' INSIDE THE BUSINESS-DATE WINDOW WAS FOUND IN THE FILES NAMED'
               DELIMITED BY SIZE INTO SR-TEXT-LINE
           MOVE 2 TO SR-ADVANCE
           PERFORM PRINT-TEXT-LINE
           GO TO PRINT-DATE-TABLE-EXIT
       END-IF

       PERFORM VARYING BD-INDEX FROM 1 BY 1 UNTIL BD-INDEX IS GREATER THAN BD-COUNT
           MOVE SPACES TO SR-TABLE-LINE
           IF BD-DATE(BD-INDEX) IS EQUAL TO ZERO THEN
               MOVE 'NO HDR' TO STL-DATE
           ELSE
               MOVE BD-DATE(BD-INDEX) TO STL-DATE
           END-IF
           MOVE BD-TOTAL(BD-INDEX) TO STL-TOTAL
           MOVE BD-CUR-STRICT(BD-INDEX) TO STL-CUR-STRICT
           MOVE BD-CUR-DAMPENED(BD-INDEX) TO STL-CUR-DAMPENED
           COMPUTE UNSAFE-NUM = BD-TOTAL(BD-INDEX) - BD-CUR-DAMPENED(BD-INDEX)
           MOVE UNSAFE-NUM TO STL-CUR-UNSAFE
           MOVE BD-PRO-STRICT(BD-INDEX) TO STL-PRO-STRICT
           MOVE BD-PRO-DAMPENED(BD-INDEX) TO STL-PRO-DAMPENED
           COMPUTE UNSAFE-NUM = BD-TOTAL(BD-INDEX) - BD-PRO-DAMPENED(BD-INDEX)
           MOVE UNSAFE-NUM TO STL-PRO-UNSAFE
           MOVE BD-CHANGED(BD-INDEX) TO STL-CHANGED
           MOVE BD-SECTIONS(BD-INDEX) TO STL-SECTIONS
           PERFORM PRINT-TABLE-LINE
       END-PERFORM

       MOVE SPACES TO SR-TABLE-LINE
       MOVE 'TOTAL' TO STL-DATE
       MOVE GRAND-TOTAL TO STL-TOTAL
       MOVE GRAND-CUR-STRICT TO STL-CUR-STRICT
       MOVE GRAND-CUR-DAMPENED TO STL-CUR-DAMPENED
       COMPUTE UNSAFE-NUM = GRAND-TOTAL - GRAND-CUR-DAMPENED
       MOVE UNSAFE-NUM TO STL-CUR-UNSAFE
       MOVE GRAND-PRO-STRICT TO STL-PRO-STRICT
       MOVE GRAND-PRO-DAMPENED TO STL-PRO-DAMPENED
       COMPUTE UNSAFE-NUM = GRAND-TOTAL - GRAND-PRO-DAMPENED
       MOVE UNSAFE-NUM TO STL-PRO-UNSAFE
       MOVE GRAND-CHANGED TO STL-CHANGED
       MOVE SECTIONS-SIMULATED TO STL-SECTIONS
       PERFORM PRINT-TABLE-LINE

       MOVE NEWLY-UNSAFE TO PRT-COUNT
       MOVE SPACES TO SR-TEXT-LINE
       STRING 'LINES SAFE TODAY THAT WOULD FAIL UNDER THE PROPOSED BAND:      ' PRT-COUNT DELIMITED BY SIZE INTO SR-TEXT-LINE
       MOVE 2 TO SR-ADVANCE
       PERFORM PRINT-TEXT-LINE
       MOVE NEWLY-SAFE TO PRT-COUNT
       MOVE SPACES TO SR-TEXT-LINE
       STRING 'LINES UNSAFE TODAY THAT WOULD PASS UNDER THE PROPOSED BAND:    ' PRT-COUNT DELIMITED BY SIZE INTO SR-TEXT-LINE
       MOVE 1 TO SR-ADVANCE
       PERFORM PRINT-TEXT-LINE
       MOVE DAMPENER-SHIFTS TO PRT-COUNT
       MOVE SPACES TO SR-TEXT-LINE
       STRING 'LINES MOVING BETWEEN STRICT-SAFE AND DAMPENER-RESCUED:         ' PRT-COUNT DELIMITED BY SIZE INTO SR-TEXT-LINE
       PERFORM PRINT-TEXT-LINE
       IF SECTIONS-PASSED IS GREATER THAN ZERO THEN
           MOVE SECTIONS-PASSED TO PRT-COUNT
           MOVE SPACES TO SR-TEXT-LINE
           STRING 'SECTIONS FOR OTHER UNITS OR OUTSIDE THE WINDOW, NOT CHECKED:   ' PRT-COUNT DELIMITED BY SIZE INTO SR-TEXT-LINE
           PERFORM PRINT-TEXT-LINE
       END-IF
       IF FILES-FAILED IS GREATER THAN ZERO THEN
           MOVE FILES-FAILED TO PRT-COUNT
           MOVE SPACES TO SR-TEXT-LINE
           STRING '*** FILES THAT COULD NOT BE OPENED - SIMULATION INCOMPLETE:   ' PRT-COUNT DELIMITED BY SIZE INTO SR-TEXT-LINE
           PERFORM PRINT-TEXT-LINE
       END-IF.

PRINT-DATE-TABLE-EXIT.
       EXIT.

PRINT-TABLE-LINE.
       MOVE ' | ' TO STL-BAR-1
       MOVE ' | ' TO STL-BAR-2
       MOVE ' | ' TO STL-BAR-3
       IF SR-LINE-COUNT IS GREATER THAN OR EQUAL TO SR-PAGE-LIMIT THEN
           PERFORM PRINT-REPORT-HEADING
           WRITE SIM-REPORT-LINE FROM SR-TABLE-HEAD-1 AFTER ADVANCING 2 LINES
           WRITE SIM-REPORT-LINE FROM SR-TABLE-HEAD-2 AFTER ADVANCING 1 LINE
           ADD 3 TO SR-LINE-COUNT
       END-IF
       WRITE SIM-REPORT-LINE FROM SR-TABLE-LINE AFTER ADVANCING 1 LINE
       ADD 1 TO SR-LINE-COUNT.
