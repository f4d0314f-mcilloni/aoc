IDENTIFICATION DIVISION.
PROGRAM-ID. AOC02C.
*> 2026-10-15 month-end regulatory compliance report: one paginated
*>            section per unit for a calendar month (AOC02.COMPRPT) -
*>            the day-by-day trend picture with days reported, missing
*>            ('M') and in planned outage ('P'), strict and dampened
*>            safe percentages, exceptions raised and still NEW or
*>            REPEAT, every band-master change effective in the month
*>            and every BAND MISMATCH, RESEND CONFLICT and trailer
*>            reconciliation failure logged in it. Archived trend
*>            generations are pulled through AOC02.TRARCH.NDX the way
*>            AOC02T pulls them, so the figures do not depend on when
*>            AOC02M last swept
*> 2026-10-15 exception-master FD follows the new trailing EM-BUS-DATE
*> 2026-10-15 unit ids for band history come from the indexed unit
*>            master (AOC02.UNITMST) instead of AOC02.SCHED; retired
*>            units are kept so a month they still reported in keeps
*>            its band history
*> 2026-10-15 a shift reporter's per-shift trend records (TR-SHIFT)
*>            sum into the calendar day they belong to
*> 2026-10-15 a shift reporter's missing or planned-outage shift no
*>            longer vanishes when another shift of the day reported:
*>            the day line reads e.g. REPORTED - SHIFT 2 MISSING and
*>            the month summary counts those shifts, in step with the
*>            SHIFTS MISSING/OUTAGE note on the AOC02T drift report

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TREND-FILE
                   ASSIGN TO DYNAMIC TREND-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TR-KEY
                   FILE STATUS IS TREND-STATUS.

               SELECT ARCHIVE-NDX-FILE
                   ASSIGN TO DYNAMIC NDX-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS NDX-STATUS.

               SELECT TREND-ARCHIVE-FILE
                   ASSIGN TO DYNAMIC ARCHIVE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ARCHIVE-STATUS.

               SELECT EXCEPTION-MASTER
                   ASSIGN TO DYNAMIC EXCMST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EM-KEY
                   FILE STATUS IS EXCMST-STATUS.

               SELECT BAND-MASTER
                   ASSIGN TO DYNAMIC BANDMST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BM-KEY
                   FILE STATUS IS BANDMST-STATUS.

               SELECT UNIT-MASTER
                   ASSIGN TO DYNAMIC UNITMST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UM-KEY
                   FILE STATUS IS UNITMST-STATUS.

               SELECT COMPLIANCE-REPORT-FILE
                   ASSIGN TO DYNAMIC COMPRPT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS COMPRPT-STATUS.

DATA DIVISION.
       FILE SECTION.
           *> must stay in step with the TREND-FILE FD in main.cbl
           FD TREND-FILE.
           01 TREND-RECORD.
               05 TR-KEY.
                   10 TR-DATE PICTURE IS 9(8).
                   10 TR-FILENAME PICTURE IS X(80).
                   10 TR-SHIFT PICTURE IS X(1).
               05 TR-TOTAL-REPORTS PICTURE IS 9(7).
               05 TR-NSAFE-STRICT PICTURE IS 9(7).
               05 TR-NSAFE-DAMPENED PICTURE IS 9(7).
               05 TR-STATUS PICTURE IS X(1).
               05 TR-RUN-TIME PICTURE IS 9(6).

           *> archive catalog written by AOC02M: one line per archived
           *> generation - 'generation-name low-date high-date count'
           FD ARCHIVE-NDX-FILE.
           01 NDX-LINE PICTURE IS X(120).
                   88 NDX-EOF VALUE HIGH-VALUES.

           *> a dated archive generation keeps the live trend record
           *> layout byte for byte, one record per line
           FD TREND-ARCHIVE-FILE.
           01 TREND-ARCHIVE-LINE PICTURE IS X(117).
                   88 ARCHIVE-EOF VALUE HIGH-VALUES.

           *> must stay in step with the EXCEPTION-MASTER FD in main.cbl
           FD EXCEPTION-MASTER.
           01 EXCEPTION-MASTER-RECORD.
               05 EM-KEY.
                   10 EM-FILENAME PICTURE IS X(80).
                   10 EM-LINE-NO PICTURE IS 9(7).
                   10 EM-RUN-DATE PICTURE IS 9(8).
                   10 EM-SHIFT PICTURE IS X(1).
               05 EM-REASON PICTURE IS X(20).
               05 EM-POS-1 PICTURE IS 9(5).
               05 EM-VAL-1 PICTURE IS S9(5)V9.
               05 EM-POS-2 PICTURE IS 9(5).
               05 EM-VAL-2 PICTURE IS S9(5)V9.
               05 EM-DISPOSITION PICTURE IS X(1).
               05 EM-RECUR-COUNT PICTURE IS 9(5).
               05 EM-FIRST-DATE PICTURE IS 9(8).
               05 EM-NOTE PICTURE IS X(40).
               *> time of day the run that raised the entry started -
               *> with EM-RUN-DATE, the clock AOC02E ages it against
               05 EM-RUN-TIME PICTURE IS 9(6).
               *> business date of the data the entry was raised on
               05 EM-BUS-DATE PICTURE IS 9(8).

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

           *> unit master, used here only to tie a unit's trend
           *> filename back to the unit id its approved bands are filed
           *> under; must stay in step with the UNIT-MASTER FD in
           *> aoc02u.cbl, which maintains it
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

           *> compliance print report, carriage control like the
           *> turnover report so it prints straight into the submission
           FD COMPLIANCE-REPORT-FILE.
           01 COMPLIANCE-REPORT-LINE PICTURE IS X(132).

WORKING-STORAGE SECTION.
       01 TREND-FILENAME PICTURE IS X(80) VALUE 'AOC02.TREND'.
       01 TREND-STATUS PICTURE IS X(02).
           88 TREND-EOF VALUE '10'.
       01 NDX-FILENAME PICTURE IS X(80) VALUE 'AOC02.TRARCH.NDX'.
       01 NDX-STATUS PICTURE IS X(02).
       01 ARCHIVE-FILENAME PICTURE IS X(80).
       01 ARCHIVE-STATUS PICTURE IS X(02).
       01 EXCMST-FILENAME PICTURE IS X(80) VALUE 'AOC02.EXCMST'.
       01 EXCMST-STATUS PICTURE IS X(02).
       01 EXCMST-OPEN-SWITCH PICTURE IS X(01) VALUE 'Y'.
           88 EXCMST-OPENED-OK VALUE 'Y'.
           88 EXCMST-OPEN-FAILED VALUE 'N'.
       01 BANDMST-FILENAME PICTURE IS X(80) VALUE 'AOC02.BANDMST'.
       01 BANDMST-STATUS PICTURE IS X(02).
       01 BANDMST-OPEN-SWITCH PICTURE IS X(01) VALUE 'Y'.
           88 BANDMST-OPENED-OK VALUE 'Y'.
           88 BANDMST-OPEN-FAILED VALUE 'N'.
       01 UNITMST-FILENAME PICTURE IS X(80) VALUE 'AOC02.UNITMST'.
       01 UNITMST-STATUS PICTURE IS X(02).
       01 COMPRPT-FILENAME PICTURE IS X(80) VALUE 'AOC02.COMPRPT'.
       01 COMPRPT-STATUS PICTURE IS X(02).

       *> one catalog line split into its fields
       01 NDX-NAME-TEXT PICTURE IS X(80).
       01 NDX-LOW-TEXT PICTURE IS X(8).
       01 NDX-HIGH-TEXT PICTURE IS X(8).
       01 NDX-LOW-DATE PICTURE IS 9(8).
       01 NDX-HIGH-DATE PICTURE IS 9(8).
       01 ARCHIVE-PULLED PICTURE IS 9(7) VALUE ZERO.
       01 GENERATIONS-READ PICTURE IS 9(5) VALUE ZERO.

       *> generation names already pulled this run - see AOC02T: two
       *> same-day sweeps catalog the same generation twice
       01 GEN-MAX PICTURE IS 9(5) VALUE 50.
       01 GEN-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 GEN-INDEX PICTURE IS 9(5).
       01 GEN-TABLE.
           05 GEN-NAME PICTURE IS X(80) OCCURS 50 TIMES.
       01 GEN-SEEN-SWITCH PICTURE IS X(01).
           88 GEN-ALREADY-PULLED VALUE 'Y'.
           88 GEN-NOT-PULLED VALUE 'N'.

       *> the earliest date anything on file covers, live or cataloged,
       *> for the coverage warning - as in AOC02T
       01 EARLIEST-LIVE-DATE PICTURE IS 9(8) VALUE 99999999.
       01 EARLIEST-CATALOG-DATE PICTURE IS 9(8) VALUE 99999999.
       01 COVERAGE-START-DATE PICTURE IS 9(8).
       01 COVERAGE-SWITCH PICTURE IS X(01) VALUE 'Y'.
           88 MONTH-FULLY-COVERED VALUE 'Y'.
           88 MONTH-PARTLY-COVERED VALUE 'N'.

       *> staging copy of one trend record, from the live file or an
       *> archive line, as in AOC02T
       01 TREND-WORK.
           05 TW-DATE PICTURE IS 9(8).
           05 TW-FILENAME PICTURE IS X(80).
           05 TW-SHIFT PICTURE IS X(1).
           05 TW-TOTAL-REPORTS PICTURE IS 9(7).
           05 TW-NSAFE-STRICT PICTURE IS 9(7).
           05 TW-NSAFE-DAMPENED PICTURE IS 9(7).
           05 TW-STATUS PICTURE IS X(1).
           05 TW-RUN-TIME PICTURE IS 9(6).

       01 ARG-COUNT PICTURE IS 9(5).
       01 ARG-TEXT PICTURE IS X(80).
       01 RUN-DATE PICTURE IS 9(8).
       01 RUN-TIME-RAW PICTURE IS X(8).
       01 RUN-TIME PICTURE IS 9(6).

       *> the calendar month reported: the first argument, else the
       *> month before the run date, so the month-end job needs no
       *> parameter changes
       01 REPORT-MONTH PICTURE IS 9(6).
       01 REPORT-MONTH-PARTS REDEFINES REPORT-MONTH.
           05 RM-YEAR PICTURE IS 9(4).
           05 RM-MONTH PICTURE IS 9(2).
       01 FROM-DATE PICTURE IS 9(8).
       01 TO-DATE PICTURE IS 9(8).
       01 NEXT-MONTH-DATE PICTURE IS 9(8).
       01 DAYS-IN-MONTH PICTURE IS 9(2).
       01 MONTH-START-DAYNUM PICTURE IS 9(7).
       01 DAY-INDEX PICTURE IS 9(2).
       01 DAY-DATE PICTURE IS 9(8).

       *> optional second argument: report one unit only (its trend
       *> filename, or its unit id for a batched-file section)
       01 UNIT-FILTER PICTURE IS X(80) VALUE SPACES.

       *> unit master, unit id and filename only
       01 SC-MAX PICTURE IS 9(5) VALUE 50.
       01 SC-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 SC-INDEX PICTURE IS 9(5).
       01 SCHEDULE-TABLE.
           05 SCHEDULE-ENTRY OCCURS 50 TIMES.
               10 SC-UNIT-ID PICTURE IS X(8).
               10 SC-FILENAME PICTURE IS X(80).

       *> per-unit month picture, one slot per calendar day. A real
       *> trend record always wins over a gap or outage marker for the
       *> same day - a late file that filled a gap after the marker
       *> was archived must count as reported, not missing - and a
       *> second real record for a day replaces the first rather than
       *> adding to it. A shift reporter's records for different
       *> shifts of one day do add up - UT-DAY-SHIFTS holds the shift
       *> codes already in the day, so the same shift seen twice is
       *> counted once. A missing or outage marker for one shift of
       *> a day keeps its shift code in UT-DAY-MISSING-SHIFTS or
       *> UT-DAY-OUTAGE-SHIFTS whatever the day ends up as, so a
       *> reported day can still show the shift that never came (a
       *> late file for that shift takes it off again, since a code
       *> also in UT-DAY-SHIFTS is not printed). Overflow is rejected
       *> and logged, as in AOC02T
       01 UNIT-MAX PICTURE IS 9(5) VALUE 50.
       01 UNIT-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 UNIT-INDEX PICTURE IS 9(5).
       01 BACK-INDEX PICTURE IS 9(5).
       01 UNIT-TABLE.
           05 UNIT-ENTRY OCCURS 50 TIMES.
               10 UT-FILENAME PICTURE IS X(80).
               10 UT-UNIT-ID PICTURE IS X(8).
               10 UT-DAY OCCURS 31 TIMES.
                   *> R reported, M missing, P planned outage,
                   *> space no trend record at all
                   15 UT-DAY-STATUS PICTURE IS X(1).
                   15 UT-DAY-TOTAL PICTURE IS 9(7).
                   15 UT-DAY-STRICT PICTURE IS 9(7).
                   15 UT-DAY-DAMPENED PICTURE IS 9(7).
                   15 UT-DAY-SHIFTS PICTURE IS X(4).
                   15 UT-DAY-MISSING-SHIFTS PICTURE IS X(4).
                   15 UT-DAY-OUTAGE-SHIFTS PICTURE IS X(4).
       01 SHIFT-HITS PICTURE IS 9(3).
       01 SHIFT-SLOT PICTURE IS 9(1).
       01 SHIFT-CODE PICTURE IS X(1).

       *> the shifts of a reported day that never came, as printed on
       *> its day line
       01 GAP-MISSING-TEXT PICTURE IS X(8).
       01 GAP-MISSING-COUNT PICTURE IS 9(1).
       01 GAP-OUTAGE-TEXT PICTURE IS X(8).
       01 GAP-OUTAGE-COUNT PICTURE IS 9(1).
       01 GAP-PTR PICTURE IS 9(3).

       *> one unit's month totals
       01 DAYS-REPORTED PICTURE IS 9(3).
       01 DAYS-MISSING PICTURE IS 9(3).
       01 DAYS-PLANNED PICTURE IS 9(3).
       01 DAYS-NO-RECORD PICTURE IS 9(3).
       01 SHIFTS-MISSING PICTURE IS 9(3).
       01 SHIFTS-PLANNED PICTURE IS 9(3).
       01 MONTH-TOTAL PICTURE IS 9(9).
       01 MONTH-STRICT PICTURE IS 9(9).
       01 MONTH-DAMPENED PICTURE IS 9(9).
       01 MONTH-UNSAFE PICTURE IS 9(9).
       01 STRICT-PCT PICTURE IS 9(3)V9.
       01 DAMPENED-PCT PICTURE IS 9(3)V9.
       01 EXC-RAISED PICTURE IS 9(7).
       01 EXC-STILL-NEW PICTURE IS 9(7).
       01 EXC-STILL-REPEAT PICTURE IS 9(7).
       01 EVENTS-LOGGED PICTURE IS 9(7).
       01 BAND-CHANGES PICTURE IS 9(5).
       01 UNSAFE-NUM PICTURE IS 9(7).

       *> reserved pseudo line numbers AOC02 files its file-level
       *> exceptions under - must stay in step with main.cbl; every
       *> real report line and MISSING UNIT (line 0) sit below the base
       01 FILE-LEVEL-LINE-BASE PICTURE IS 9(7) VALUE 9999990.

       *> the band in force when the month opened, held back until the
       *> listing knows whether anything changed inside the month
       01 OPENING-BAND-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 OPENING-BAND-FOUND VALUE 'Y'.
           88 OPENING-BAND-NOT-FOUND VALUE 'N'.
       01 OPENING-BAND-RECORD PICTURE IS X(81).
       01 SAVED-BAND-RECORD PICTURE IS X(81).
       01 BAND-LABEL PICTURE IS X(14).

       *> report print-line layouts
       01 CR-HEAD-1.
           05 FILLER PICTURE IS X(33) VALUE 'AOC02C MONTHLY COMPLIANCE REPORT '.
           05 FILLER PICTURE IS X(7) VALUE ' MONTH '.
           05 CRH-MONTH PICTURE IS 9(6).
           05 FILLER PICTURE IS X(11) VALUE '  RUN DATE '.
           05 CRH-DATE PICTURE IS 9(8).
           05 FILLER PICTURE IS X(6) VALUE ' TIME '.
           05 CRH-TIME PICTURE IS 9(6).
           05 FILLER PICTURE IS X(6) VALUE ' PAGE '.
           05 CRH-PAGE PICTURE IS ZZZ9.
       01 CR-HEAD-2.
           05 FILLER PICTURE IS X(6) VALUE 'UNIT: '.
           05 CRH-FILENAME PICTURE IS X(80).
           05 FILLER PICTURE IS X(10) VALUE ' UNIT ID: '.
           05 CRH-UNIT-ID PICTURE IS X(8).
       01 CR-DAY-HEAD.
           05 FILLER PICTURE IS X(10) VALUE '  DATE    '.
           05 FILLER PICTURE IS X(58) VALUE 'STATUS'.
           05 FILLER PICTURE IS X(9) VALUE '  REPORTS'.
           05 FILLER PICTURE IS X(9) VALUE '   STRICT'.
           05 FILLER PICTURE IS X(9) VALUE ' DAMPSAFE'.
           05 FILLER PICTURE IS X(9) VALUE '   UNSAFE'.
       01 CR-DAY-LINE.
           05 FILLER PICTURE IS X(2).
           05 CDL-DATE PICTURE IS 9(8).
           05 FILLER PICTURE IS X(2).
           05 CDL-STATUS PICTURE IS X(56).
           05 FILLER PICTURE IS X(2).
           05 CDL-TOTAL PICTURE IS Z(6)9.
           05 FILLER PICTURE IS X(2).
           05 CDL-STRICT PICTURE IS Z(6)9.
           05 FILLER PICTURE IS X(2).
           05 CDL-DAMPENED PICTURE IS Z(6)9.
           05 FILLER PICTURE IS X(2).
           05 CDL-UNSAFE PICTURE IS Z(6)9.
       01 CR-EVENT-LINE.
           05 FILLER PICTURE IS X(4).
           05 CEL-DATE PICTURE IS 9(8).
           05 FILLER PICTURE IS X(2).
           05 CEL-REASON PICTURE IS X(20).
           05 FILLER PICTURE IS X(2).
           05 CEL-DISP-TEXT PICTURE IS X(13).
           05 FILLER PICTURE IS X(2).
           05 CEL-NOTE PICTURE IS X(40).
       01 CR-BAND-LINE.
           05 FILLER PICTURE IS X(4).
           05 CBL-LABEL PICTURE IS X(14).
           05 CBL-DATE PICTURE IS 9(8).
           05 FILLER PICTURE IS X(2).
           05 CBL-MIN PICTURE IS ZZZZ9.
           05 CBL-SLASH PICTURE IS X(1).
           05 CBL-MAX PICTURE IS ZZZZ9.
           05 FILLER PICTURE IS X(4).
           05 CBL-DL PICTURE IS Z9.
           05 FILLER PICTURE IS X(2).
           05 CBL-RANGE PICTURE IS X(22).
           05 FILLER PICTURE IS X(2).
           05 CBL-NOTE PICTURE IS X(40).
       01 CR-TEXT-LINE PICTURE IS X(132).
       01 CR-LINE-COUNT PICTURE IS 9(3) VALUE ZERO.
       01 CR-PAGE-NUMBER PICTURE IS 9(4) VALUE ZERO.
       01 CR-PAGE-LIMIT PICTURE IS 9(3) VALUE 55.
       01 CR-ADVANCE PICTURE IS 9(1).

       01 PRT-COUNT PICTURE IS Z(8)9.
       01 PRT-PCT PICTURE IS ZZ9.9.
       01 PRT-READING-1 PICTURE IS -(5)9.9.
       01 PRT-READING-2 PICTURE IS -(5)9.9.
       01 WORST-RC PICTURE IS 9(2) VALUE ZERO.

PROCEDURE DIVISION.
       MOVE NUMBER-OF-CALL-PARAMETERS TO ARG-COUNT
       ACCEPT RUN-DATE FROM DATE YYYYMMDD
       ACCEPT RUN-TIME-RAW FROM TIME
       MOVE RUN-TIME-RAW(1:6) TO RUN-TIME

       IF ARG-COUNT IS GREATER THAN 2 THEN
           DISPLAY "usage: AOC02C [YYYYMM [UNIT-FILE]]" UPON STDERR
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       IF ARG-COUNT IS GREATER THAN ZERO THEN
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
           IF ARG-TEXT(1:6) IS NOT NUMERIC OR ARG-TEXT(7:1) IS NOT EQUAL TO SPACE THEN
               DISPLAY 'AOC02C: month must be YYYYMM, got ' FUNCTION TRIM(ARG-TEXT) UPON STDERR
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ARG-TEXT(1:6) TO REPORT-MONTH
       ELSE
           *> default: the calendar month before the run date
           MOVE RUN-DATE(1:6) TO REPORT-MONTH
           IF RM-MONTH IS EQUAL TO 1 THEN
               SUBTRACT 1 FROM RM-YEAR
               MOVE 12 TO RM-MONTH
           ELSE
               SUBTRACT 1 FROM RM-MONTH
           END-IF
       END-IF
       IF RM-MONTH IS LESS THAN 1 OR RM-MONTH IS GREATER THAN 12
               OR RM-YEAR IS LESS THAN 1601 THEN
           DISPLAY 'AOC02C: month must be YYYYMM, got ' REPORT-MONTH UPON STDERR
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       IF ARG-COUNT IS GREATER THAN 1 THEN
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
           MOVE ARG-TEXT TO UNIT-FILTER
       END-IF

       *> the month window: first day, and the day before the first of
       *> the next month
       COMPUTE FROM-DATE = REPORT-MONTH * 100 + 1
       IF RM-MONTH IS EQUAL TO 12 THEN
           COMPUTE NEXT-MONTH-DATE = (RM-YEAR + 1) * 10000 + 101
       ELSE
           COMPUTE NEXT-MONTH-DATE = FROM-DATE + 100
       END-IF
       COMPUTE MONTH-START-DAYNUM = FUNCTION INTEGER-OF-DATE(FROM-DATE)
       COMPUTE DAYS-IN-MONTH = FUNCTION INTEGER-OF-DATE(NEXT-MONTH-DATE) - MONTH-START-DAYNUM
       COMPUTE TO-DATE = FUNCTION DATE-OF-INTEGER(MONTH-START-DAYNUM + DAYS-IN-MONTH - 1)

       PERFORM LOAD-SCHEDULE

       *> archived spans first, then the live file, as in AOC02T
       PERFORM SCAN-ARCHIVE-CATALOG THRU SCAN-ARCHIVE-CATALOG-EXIT

       OPEN INPUT TREND-FILE
       IF TREND-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02C: unable to open trend file ' TREND-FILENAME ' (status ' TREND-STATUS ')' UPON STDERR
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM FIND-EARLIEST-LIVE-DATE
       PERFORM SCAN-TREND-WINDOW THRU SCAN-TREND-WINDOW-EXIT
       CLOSE TREND-FILE

       MOVE EARLIEST-LIVE-DATE TO COVERAGE-START-DATE
       IF EARLIEST-CATALOG-DATE IS LESS THAN COVERAGE-START-DATE THEN
           MOVE EARLIEST-CATALOG-DATE TO COVERAGE-START-DATE
       END-IF
       IF FROM-DATE IS LESS THAN COVERAGE-START-DATE THEN
           SET MONTH-PARTLY-COVERED TO TRUE
           DISPLAY 'AOC02C: no live or cataloged archive data before ' COVERAGE-START-DATE ' - month ' REPORT-MONTH ' is only partly covered' UPON STDERR
           MOVE 8 TO WORST-RC
       END-IF

       IF UNIT-COUNT IS EQUAL TO ZERO THEN
           IF UNIT-FILTER IS EQUAL TO SPACES THEN
               DISPLAY 'AOC02C: no trend records for month ' REPORT-MONTH UPON STDERR
           ELSE
               DISPLAY 'AOC02C: no trend records for ' FUNCTION TRIM(UNIT-FILTER) ' in month ' REPORT-MONTH UPON STDERR
           END-IF
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT COMPLIANCE-REPORT-FILE
       IF COMPRPT-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02C: unable to open compliance report ' FUNCTION TRIM(COMPRPT-FILENAME) ' (status ' COMPRPT-STATUS ')' UPON STDERR
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       *> the exception and band masters are read only; a master that
       *> cannot be opened leaves its part of every unit's section
       *> marked NOT AVAILABLE, and the report is flagged incomplete
       OPEN INPUT EXCEPTION-MASTER
       IF EXCMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02C: unable to open exception master ' FUNCTION TRIM(EXCMST-FILENAME) ' (status ' EXCMST-STATUS '), exception and transmission-event figures not reported' UPON STDERR
           SET EXCMST-OPEN-FAILED TO TRUE
           MOVE 8 TO WORST-RC
       END-IF
       OPEN INPUT BAND-MASTER
       IF BANDMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02C: unable to open band master ' FUNCTION TRIM(BANDMST-FILENAME) ' (status ' BANDMST-STATUS '), band history not reported' UPON STDERR
           SET BANDMST-OPEN-FAILED TO TRUE
           MOVE 8 TO WORST-RC
       END-IF

       PERFORM VARYING UNIT-INDEX FROM 1 BY 1 UNTIL UNIT-INDEX IS GREATER THAN UNIT-COUNT
           PERFORM REPORT-ONE-UNIT THRU REPORT-ONE-UNIT-EXIT
       END-PERFORM

       IF EXCMST-OPENED-OK THEN
           CLOSE EXCEPTION-MASTER
       END-IF
       IF BANDMST-OPENED-OK THEN
           CLOSE BAND-MASTER
       END-IF
       CLOSE COMPLIANCE-REPORT-FILE

       DISPLAY 'AOC02C: month ' REPORT-MONTH ' - ' UNIT-COUNT ' unit(s) reported to ' FUNCTION TRIM(COMPRPT-FILENAME)
       IF ARCHIVE-PULLED IS GREATER THAN ZERO THEN
           DISPLAY 'AOC02C: archived records pulled: ' ARCHIVE-PULLED ' from ' GENERATIONS-READ ' generation(s)'
       END-IF

       *> 0 complete, 4 nothing on file for the month, 8 report
       *> produced but incomplete (a master unavailable, or the month
       *> reaches back past everything on file), 16 trend file dead
       MOVE WORST-RC TO RETURN-CODE.
STOP RUN.

*> loads unit id and filename from the unit master so a
*> single-section unit's trend filename leads back to its band
*> history; retired units stay in, since the month being reported
*> may predate the retirement. A missing master only costs that link
LOAD-SCHEDULE.
       OPEN INPUT UNIT-MASTER
       IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02C: unable to open unit master ' FUNCTION TRIM(UNITMST-FILENAME) ' (status ' UNITMST-STATUS '), band history shown only for batched-file units' UPON STDERR
       ELSE
           PERFORM UNTIL UNITMST-STATUS IS NOT EQUAL TO '00'
               READ UNIT-MASTER NEXT RECORD
                 AT END
                     EXIT PERFORM
               END-READ
               IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
                   DISPLAY 'AOC02C: unit master read failed (status ' UNITMST-STATUS '), band history links incomplete' UPON STDERR
                   EXIT PERFORM
               END-IF
               PERFORM ADD-SCHEDULE-ENTRY
           END-PERFORM
           CLOSE UNIT-MASTER
       END-IF.

ADD-SCHEDULE-ENTRY.
       IF SC-COUNT IS GREATER THAN OR EQUAL TO SC-MAX THEN
           DISPLAY 'AOC02C: too many unit master entries (max ' SC-MAX '), rejecting: ' UM-UNIT-ID UPON STDERR
       ELSE
           ADD 1 TO SC-COUNT
           INITIALIZE SCHEDULE-ENTRY(SC-COUNT)
           MOVE UM-UNIT-ID TO SC-UNIT-ID(SC-COUNT)
           MOVE UM-FILENAME TO SC-FILENAME(SC-COUNT)
       END-IF.

*> reads the live file's first key to learn the earliest date it
*> still holds, for the coverage warning
FIND-EARLIEST-LIVE-DATE.
       MOVE ZERO TO TR-DATE
       MOVE LOW-VALUES TO TR-FILENAME
       MOVE LOW-VALUE TO TR-SHIFT
       START TREND-FILE KEY IS GREATER THAN OR EQUAL TO TR-KEY
         INVALID KEY
             EXIT PARAGRAPH
       END-START
       READ TREND-FILE NEXT RECORD
         AT END
             EXIT PARAGRAPH
       END-READ
       IF TREND-STATUS IS EQUAL TO '00' OR TREND-STATUS IS EQUAL TO '02' THEN
           MOVE TR-DATE TO EARLIEST-LIVE-DATE
       END-IF.

*> folds every live trend record dated inside the month into the
*> unit table
SCAN-TREND-WINDOW.
       MOVE FROM-DATE TO TR-DATE
       MOVE LOW-VALUES TO TR-FILENAME
       MOVE LOW-VALUE TO TR-SHIFT
       START TREND-FILE KEY IS GREATER THAN OR EQUAL TO TR-KEY
         INVALID KEY
             GO TO SCAN-TREND-WINDOW-EXIT
       END-START

       PERFORM UNTIL TREND-EOF
           READ TREND-FILE NEXT RECORD
             AT END
                 EXIT PERFORM
           END-READ
           IF TREND-STATUS IS NOT EQUAL TO '00' AND TREND-STATUS IS NOT EQUAL TO '02' THEN
               EXIT PERFORM
           END-IF
           IF TR-DATE IS GREATER THAN TO-DATE THEN
               EXIT PERFORM
           END-IF
           MOVE TREND-RECORD TO TREND-WORK
           PERFORM ADD-TREND-DAY
       END-PERFORM.

SCAN-TREND-WINDOW-EXIT.
       EXIT.

*> reads the archive catalog and pulls every generation whose span
*> overlaps the month, each generation once - as in AOC02T
SCAN-ARCHIVE-CATALOG.
       OPEN INPUT ARCHIVE-NDX-FILE
       IF NDX-STATUS IS NOT EQUAL TO '00' THEN
           GO TO SCAN-ARCHIVE-CATALOG-EXIT
       END-IF

       PERFORM UNTIL NDX-EOF
           READ ARCHIVE-NDX-FILE
             AT END
                 SET NDX-EOF TO TRUE
             NOT AT END
                 IF NDX-LINE IS NOT EQUAL TO SPACES THEN
                     PERFORM CHECK-ONE-CATALOG-LINE
                 END-IF
           END-READ
       END-PERFORM

       CLOSE ARCHIVE-NDX-FILE.

SCAN-ARCHIVE-CATALOG-EXIT.
       EXIT.

*> parses one catalog line and, when its date span overlaps the
*> month, reads that generation into the unit table
CHECK-ONE-CATALOG-LINE.
       MOVE SPACES TO NDX-NAME-TEXT
       MOVE SPACES TO NDX-LOW-TEXT
       MOVE SPACES TO NDX-HIGH-TEXT
       UNSTRING NDX-LINE DELIMITED BY ALL SPACES
           INTO NDX-NAME-TEXT NDX-LOW-TEXT NDX-HIGH-TEXT
       END-UNSTRING
       IF NDX-NAME-TEXT IS EQUAL TO SPACES
               OR NDX-LOW-TEXT IS EQUAL TO SPACES
               OR NDX-HIGH-TEXT IS EQUAL TO SPACES THEN
           DISPLAY 'AOC02C: malformed catalog line ignored: ' NDX-LINE(1:60) UPON STDERR
           EXIT PARAGRAPH
       END-IF
       MOVE NDX-LOW-TEXT TO NDX-LOW-DATE
       MOVE NDX-HIGH-TEXT TO NDX-HIGH-DATE

       IF NDX-LOW-DATE IS LESS THAN EARLIEST-CATALOG-DATE THEN
           MOVE NDX-LOW-DATE TO EARLIEST-CATALOG-DATE
       END-IF

       IF NDX-HIGH-DATE IS LESS THAN FROM-DATE
               OR NDX-LOW-DATE IS GREATER THAN TO-DATE THEN
           EXIT PARAGRAPH
       END-IF

       SET GEN-NOT-PULLED TO TRUE
       PERFORM VARYING GEN-INDEX FROM 1 BY 1 UNTIL GEN-INDEX IS GREATER THAN GEN-COUNT
           IF GEN-NAME(GEN-INDEX) IS EQUAL TO NDX-NAME-TEXT THEN
               SET GEN-ALREADY-PULLED TO TRUE
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF GEN-ALREADY-PULLED THEN
           EXIT PARAGRAPH
       END-IF
       IF GEN-COUNT IS GREATER THAN OR EQUAL TO GEN-MAX THEN
           DISPLAY 'AOC02C: too many archive generations for the month (max ' GEN-MAX '), skipping: ' FUNCTION TRIM(NDX-NAME-TEXT) UPON STDERR
           MOVE 8 TO WORST-RC
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO GEN-COUNT
       MOVE NDX-NAME-TEXT TO GEN-NAME(GEN-COUNT)

       MOVE NDX-NAME-TEXT TO ARCHIVE-FILENAME
       PERFORM SCAN-ONE-ARCHIVE.

*> reads one archive generation, folding every record inside the
*> month into the unit table; a cataloged generation that cannot be
*> read leaves a hole in a regulator submission, so it flags the run
SCAN-ONE-ARCHIVE.
       OPEN INPUT TREND-ARCHIVE-FILE
       IF ARCHIVE-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02C: cataloged generation ' FUNCTION TRIM(ARCHIVE-FILENAME) ' could not be opened (status ' ARCHIVE-STATUS '), its span is missing from this report' UPON STDERR
           MOVE 8 TO WORST-RC
           EXIT PARAGRAPH
       END-IF

       *> the EOF 88 lives on the record area - clear it per generation
       MOVE SPACES TO TREND-ARCHIVE-LINE
       ADD 1 TO GENERATIONS-READ

       PERFORM UNTIL ARCHIVE-EOF
           READ TREND-ARCHIVE-FILE
             AT END
                 SET ARCHIVE-EOF TO TRUE
             NOT AT END
                 MOVE TREND-ARCHIVE-LINE TO TREND-WORK
                 IF TW-DATE IS GREATER THAN OR EQUAL TO FROM-DATE
                         AND TW-DATE IS LESS THAN OR EQUAL TO TO-DATE THEN
                     ADD 1 TO ARCHIVE-PULLED
                     PERFORM ADD-TREND-DAY
                 END-IF
           END-READ
       END-PERFORM

       CLOSE TREND-ARCHIVE-FILE.

*> files the staged trend record under its unit and calendar day,
*> creating the unit entry on first sight; a real result beats a
*> marker, never the other way round - though a shift's marker is
*> still noted against the day
ADD-TREND-DAY.
       IF UNIT-FILTER IS NOT EQUAL TO SPACES AND TW-FILENAME IS NOT EQUAL TO UNIT-FILTER THEN
           EXIT PARAGRAPH
       END-IF

       MOVE ZERO TO UNIT-INDEX
       PERFORM VARYING BACK-INDEX FROM 1 BY 1 UNTIL BACK-INDEX IS GREATER THAN UNIT-COUNT
           IF UT-FILENAME(BACK-INDEX) IS EQUAL TO TW-FILENAME THEN
               MOVE BACK-INDEX TO UNIT-INDEX
               EXIT PERFORM
           END-IF
       END-PERFORM

       IF UNIT-INDEX IS EQUAL TO ZERO THEN
           IF UNIT-COUNT IS GREATER THAN OR EQUAL TO UNIT-MAX THEN
               DISPLAY 'AOC02C: too many units in month (max ' UNIT-MAX '), dropping: ' TW-FILENAME UPON STDERR
               MOVE 8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO UNIT-COUNT
           MOVE UNIT-COUNT TO UNIT-INDEX
           INITIALIZE UNIT-ENTRY(UNIT-INDEX)
           MOVE TW-FILENAME TO UT-FILENAME(UNIT-INDEX)
           PERFORM RESOLVE-UNIT-ID
       END-IF

       COMPUTE DAY-INDEX = FUNCTION MOD(TW-DATE, 100)
       EVALUATE TW-STATUS
           WHEN 'M'
           WHEN 'P'
               IF TW-SHIFT IS NOT EQUAL TO SPACE THEN
                   PERFORM NOTE-SHIFT-GAP
               END-IF
               IF UT-DAY-STATUS(UNIT-INDEX, DAY-INDEX) IS NOT EQUAL TO 'R' THEN
                   MOVE TW-STATUS TO UT-DAY-STATUS(UNIT-INDEX, DAY-INDEX)
               END-IF
           WHEN OTHER
               MOVE ZERO TO SHIFT-HITS
               IF TW-SHIFT IS NOT EQUAL TO SPACE AND UT-DAY-STATUS(UNIT-INDEX, DAY-INDEX) IS EQUAL TO 'R' THEN
                   INSPECT UT-DAY-SHIFTS(UNIT-INDEX, DAY-INDEX) TALLYING SHIFT-HITS FOR ALL TW-SHIFT
                   IF SHIFT-HITS IS EQUAL TO ZERO THEN
                       PERFORM ADD-SHIFT-TO-DAY
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               MOVE 'R' TO UT-DAY-STATUS(UNIT-INDEX, DAY-INDEX)
               MOVE TW-TOTAL-REPORTS TO UT-DAY-TOTAL(UNIT-INDEX, DAY-INDEX)
               MOVE TW-NSAFE-STRICT TO UT-DAY-STRICT(UNIT-INDEX, DAY-INDEX)
               MOVE TW-NSAFE-DAMPENED TO UT-DAY-DAMPENED(UNIT-INDEX, DAY-INDEX)
               MOVE TW-SHIFT TO UT-DAY-SHIFTS(UNIT-INDEX, DAY-INDEX)
       END-EVALUATE.

*> another shift of a day that already holds real data: its counts
*> add to the day's and its code joins the day's shift list
ADD-SHIFT-TO-DAY.
       ADD TW-TOTAL-REPORTS TO UT-DAY-TOTAL(UNIT-INDEX, DAY-INDEX)
       ADD TW-NSAFE-STRICT TO UT-DAY-STRICT(UNIT-INDEX, DAY-INDEX)
       ADD TW-NSAFE-DAMPENED TO UT-DAY-DAMPENED(UNIT-INDEX, DAY-INDEX)
       MOVE ZERO TO SHIFT-SLOT
       INSPECT UT-DAY-SHIFTS(UNIT-INDEX, DAY-INDEX) TALLYING SHIFT-SLOT FOR CHARACTERS BEFORE INITIAL SPACE
       IF SHIFT-SLOT IS LESS THAN 4 THEN
           MOVE TW-SHIFT TO UT-DAY-SHIFTS(UNIT-INDEX, DAY-INDEX)(SHIFT-SLOT + 1:1)
       END-IF.

*> notes a missing (or planned-outage) shift's code against its day,
*> once however many archive generations carry the marker
NOTE-SHIFT-GAP.
       MOVE ZERO TO SHIFT-HITS
       MOVE ZERO TO SHIFT-SLOT
       IF TW-STATUS IS EQUAL TO 'M' THEN
           INSPECT UT-DAY-MISSING-SHIFTS(UNIT-INDEX, DAY-INDEX) TALLYING SHIFT-HITS FOR ALL TW-SHIFT
           INSPECT UT-DAY-MISSING-SHIFTS(UNIT-INDEX, DAY-INDEX) TALLYING SHIFT-SLOT FOR CHARACTERS BEFORE INITIAL SPACE
           IF SHIFT-HITS IS EQUAL TO ZERO AND SHIFT-SLOT IS LESS THAN 4 THEN
               MOVE TW-SHIFT TO UT-DAY-MISSING-SHIFTS(UNIT-INDEX, DAY-INDEX)(SHIFT-SLOT + 1:1)
           END-IF
       ELSE
           INSPECT UT-DAY-OUTAGE-SHIFTS(UNIT-INDEX, DAY-INDEX) TALLYING SHIFT-HITS FOR ALL TW-SHIFT
           INSPECT UT-DAY-OUTAGE-SHIFTS(UNIT-INDEX, DAY-INDEX) TALLYING SHIFT-SLOT FOR CHARACTERS BEFORE INITIAL SPACE
           IF SHIFT-HITS IS EQUAL TO ZERO AND SHIFT-SLOT IS LESS THAN 4 THEN
               MOVE TW-SHIFT TO UT-DAY-OUTAGE-SHIFTS(UNIT-INDEX, DAY-INDEX)(SHIFT-SLOT + 1:1)
           END-IF
       END-IF.

*> the unit id a trend identity's approved bands are filed under: the
*> unit master entry for its filename, else the identity itself when it
*> is a batched-file section (those file under their HDR unit id)
RESOLVE-UNIT-ID.
       MOVE SPACES TO UT-UNIT-ID(UNIT-INDEX)
       PERFORM VARYING SC-INDEX FROM 1 BY 1 UNTIL SC-INDEX IS GREATER THAN SC-COUNT
           IF SC-FILENAME(SC-INDEX) IS EQUAL TO TW-FILENAME THEN
               MOVE SC-UNIT-ID(SC-INDEX) TO UT-UNIT-ID(UNIT-INDEX)
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       IF TW-FILENAME(9:72) IS EQUAL TO SPACES THEN
           MOVE TW-FILENAME(1:8) TO UT-UNIT-ID(UNIT-INDEX)
       END-IF.

*> starts a fresh page for the unit being reported
PRINT-REPORT-HEADING.
       ADD 1 TO CR-PAGE-NUMBER
       MOVE REPORT-MONTH TO CRH-MONTH
       MOVE RUN-DATE TO CRH-DATE
       MOVE RUN-TIME TO CRH-TIME
       MOVE CR-PAGE-NUMBER TO CRH-PAGE
       MOVE UT-FILENAME(UNIT-INDEX) TO CRH-FILENAME
       IF UT-UNIT-ID(UNIT-INDEX) IS EQUAL TO SPACES THEN
           MOVE 'UNKNOWN' TO CRH-UNIT-ID
       ELSE
           MOVE UT-UNIT-ID(UNIT-INDEX) TO CRH-UNIT-ID
       END-IF
       WRITE COMPLIANCE-REPORT-LINE FROM CR-HEAD-1 AFTER ADVANCING PAGE
       WRITE COMPLIANCE-REPORT-LINE FROM CR-HEAD-2 AFTER ADVANCING 1 LINE
       MOVE 2 TO CR-LINE-COUNT.

*> prints CR-TEXT-LINE after CR-ADVANCE lines, breaking to a new page
*> when the current one is full
PRINT-TEXT-LINE.
       IF CR-LINE-COUNT IS GREATER THAN OR EQUAL TO CR-PAGE-LIMIT THEN
           PERFORM PRINT-REPORT-HEADING
       END-IF
       WRITE COMPLIANCE-REPORT-LINE FROM CR-TEXT-LINE AFTER ADVANCING CR-ADVANCE LINES
       ADD CR-ADVANCE TO CR-LINE-COUNT.

*> one unit's section of the submission, always from a fresh page:
*> the daily picture, the month summary, exceptions, band history
*> and the transmission events
REPORT-ONE-UNIT.
       PERFORM PRINT-REPORT-HEADING
       IF MONTH-PARTLY-COVERED THEN
           MOVE SPACES TO CR-TEXT-LINE
           STRING '*** NO DATA ON FILE BEFORE ' COVERAGE-START-DATE ' - THIS MONTH IS ONLY PARTLY COVERED'
               DELIMITED BY SIZE INTO CR-TEXT-LINE
           MOVE 2 TO CR-ADVANCE
           PERFORM PRINT-TEXT-LINE
       END-IF

       PERFORM PRINT-DAILY-PICTURE
       PERFORM PRINT-MONTH-SUMMARY
       PERFORM PRINT-EXCEPTION-SUMMARY
       PERFORM PRINT-BAND-HISTORY
       PERFORM PRINT-TRANSMISSION-EVENTS.

REPORT-ONE-UNIT-EXIT.
       EXIT.

*> one line per calendar day, totalling the month as it goes
PRINT-DAILY-PICTURE.
       MOVE ZERO TO DAYS-REPORTED
       MOVE ZERO TO DAYS-MISSING
       MOVE ZERO TO DAYS-PLANNED
       MOVE ZERO TO DAYS-NO-RECORD
       MOVE ZERO TO SHIFTS-MISSING
       MOVE ZERO TO SHIFTS-PLANNED
       MOVE ZERO TO MONTH-TOTAL
       MOVE ZERO TO MONTH-STRICT
       MOVE ZERO TO MONTH-DAMPENED

       MOVE CR-DAY-HEAD TO CR-TEXT-LINE
       MOVE 2 TO CR-ADVANCE
       PERFORM PRINT-TEXT-LINE

       PERFORM VARYING DAY-INDEX FROM 1 BY 1 UNTIL DAY-INDEX IS GREATER THAN DAYS-IN-MONTH
           MOVE SPACES TO CR-DAY-LINE
           COMPUTE DAY-DATE = FROM-DATE + DAY-INDEX - 1
           MOVE DAY-DATE TO CDL-DATE
           EVALUATE UT-DAY-STATUS(UNIT-INDEX, DAY-INDEX)
               WHEN 'R'
                   ADD 1 TO DAYS-REPORTED
                   PERFORM BUILD-REPORTED-STATUS
                   MOVE UT-DAY-TOTAL(UNIT-INDEX, DAY-INDEX) TO CDL-TOTAL
                   MOVE UT-DAY-STRICT(UNIT-INDEX, DAY-INDEX) TO CDL-STRICT
                   MOVE UT-DAY-DAMPENED(UNIT-INDEX, DAY-INDEX) TO CDL-DAMPENED
                   COMPUTE UNSAFE-NUM = UT-DAY-TOTAL(UNIT-INDEX, DAY-INDEX) - UT-DAY-DAMPENED(UNIT-INDEX, DAY-INDEX)
                   MOVE UNSAFE-NUM TO CDL-UNSAFE
                   ADD UT-DAY-TOTAL(UNIT-INDEX, DAY-INDEX) TO MONTH-TOTAL
                   ADD UT-DAY-STRICT(UNIT-INDEX, DAY-INDEX) TO MONTH-STRICT
                   ADD UT-DAY-DAMPENED(UNIT-INDEX, DAY-INDEX) TO MONTH-DAMPENED
               WHEN 'M'
                   ADD 1 TO DAYS-MISSING
                   MOVE 'MISSING' TO CDL-STATUS
               WHEN 'P'
                   ADD 1 TO DAYS-PLANNED
                   MOVE 'PLANNED OUTAGE' TO CDL-STATUS
               WHEN OTHER
                   ADD 1 TO DAYS-NO-RECORD
                   MOVE 'NO RECORD' TO CDL-STATUS
           END-EVALUATE
           MOVE CR-DAY-LINE TO CR-TEXT-LINE
           MOVE 1 TO CR-ADVANCE
           PERFORM PRINT-TEXT-LINE
       END-PERFORM.

*> the status of a reported day: REPORTED, followed for a shift
*> reporter by any shift whose marker says it never came and that no
*> real record made up for since, e.g. REPORTED - SHIFT 2 MISSING.
*> Those shifts count toward the month's shift tallies
BUILD-REPORTED-STATUS.
       MOVE SPACES TO GAP-MISSING-TEXT
       MOVE ZERO TO GAP-MISSING-COUNT
       MOVE SPACES TO GAP-OUTAGE-TEXT
       MOVE ZERO TO GAP-OUTAGE-COUNT
       PERFORM VARYING SHIFT-SLOT FROM 1 BY 1 UNTIL SHIFT-SLOT IS GREATER THAN 4
           MOVE UT-DAY-MISSING-SHIFTS(UNIT-INDEX, DAY-INDEX)(SHIFT-SLOT:1) TO SHIFT-CODE
           MOVE ZERO TO SHIFT-HITS
           IF SHIFT-CODE IS NOT EQUAL TO SPACE THEN
               INSPECT UT-DAY-SHIFTS(UNIT-INDEX, DAY-INDEX) TALLYING SHIFT-HITS FOR ALL SHIFT-CODE
               IF SHIFT-HITS IS EQUAL TO ZERO THEN
                   MOVE SHIFT-CODE TO GAP-MISSING-TEXT(GAP-MISSING-COUNT * 2 + 1:1)
                   ADD 1 TO GAP-MISSING-COUNT
               END-IF
           END-IF
           *> a shift marked both ways is reported as missing
           MOVE UT-DAY-OUTAGE-SHIFTS(UNIT-INDEX, DAY-INDEX)(SHIFT-SLOT:1) TO SHIFT-CODE
           MOVE ZERO TO SHIFT-HITS
           IF SHIFT-CODE IS NOT EQUAL TO SPACE THEN
               INSPECT UT-DAY-SHIFTS(UNIT-INDEX, DAY-INDEX) TALLYING SHIFT-HITS FOR ALL SHIFT-CODE
               INSPECT UT-DAY-MISSING-SHIFTS(UNIT-INDEX, DAY-INDEX) TALLYING SHIFT-HITS FOR ALL SHIFT-CODE
               IF SHIFT-HITS IS EQUAL TO ZERO THEN
                   MOVE SHIFT-CODE TO GAP-OUTAGE-TEXT(GAP-OUTAGE-COUNT * 2 + 1:1)
                   ADD 1 TO GAP-OUTAGE-COUNT
               END-IF
           END-IF
       END-PERFORM
       ADD GAP-MISSING-COUNT TO SHIFTS-MISSING
       ADD GAP-OUTAGE-COUNT TO SHIFTS-PLANNED

       MOVE 'REPORTED' TO CDL-STATUS
       MOVE 9 TO GAP-PTR
       IF GAP-MISSING-COUNT IS GREATER THAN ZERO THEN
           IF GAP-MISSING-COUNT IS EQUAL TO 1 THEN
               STRING ' - SHIFT ' DELIMITED BY SIZE
                   INTO CDL-STATUS WITH POINTER GAP-PTR
           ELSE
               STRING ' - SHIFTS ' DELIMITED BY SIZE
                   INTO CDL-STATUS WITH POINTER GAP-PTR
           END-IF
           STRING GAP-MISSING-TEXT(1:GAP-MISSING-COUNT * 2 - 1) ' MISSING' DELIMITED BY SIZE
               INTO CDL-STATUS WITH POINTER GAP-PTR
       END-IF
       IF GAP-OUTAGE-COUNT IS GREATER THAN ZERO THEN
           IF GAP-MISSING-COUNT IS GREATER THAN ZERO THEN
               STRING ',' DELIMITED BY SIZE
                   INTO CDL-STATUS WITH POINTER GAP-PTR
           ELSE
               STRING ' -' DELIMITED BY SIZE
                   INTO CDL-STATUS WITH POINTER GAP-PTR
           END-IF
           IF GAP-OUTAGE-COUNT IS EQUAL TO 1 THEN
               STRING ' SHIFT ' DELIMITED BY SIZE
                   INTO CDL-STATUS WITH POINTER GAP-PTR
           ELSE
               STRING ' SHIFTS ' DELIMITED BY SIZE
                   INTO CDL-STATUS WITH POINTER GAP-PTR
           END-IF
           STRING GAP-OUTAGE-TEXT(1:GAP-OUTAGE-COUNT * 2 - 1) ' PLANNED OUTAGE' DELIMITED BY SIZE
               INTO CDL-STATUS WITH POINTER GAP-PTR
       END-IF.

*> the month's counts and safe percentages
PRINT-MONTH-SUMMARY.
       COMPUTE MONTH-UNSAFE = MONTH-TOTAL - MONTH-DAMPENED
       IF MONTH-TOTAL IS EQUAL TO ZERO THEN
           MOVE ZERO TO STRICT-PCT
           MOVE ZERO TO DAMPENED-PCT
       ELSE
           COMPUTE STRICT-PCT ROUNDED = (MONTH-STRICT * 100) / MONTH-TOTAL
           COMPUTE DAMPENED-PCT ROUNDED = (MONTH-DAMPENED * 100) / MONTH-TOTAL
       END-IF

       MOVE 'MONTH SUMMARY' TO CR-TEXT-LINE
       MOVE 2 TO CR-ADVANCE
       PERFORM PRINT-TEXT-LINE
       MOVE 1 TO CR-ADVANCE

       MOVE SPACES TO CR-TEXT-LINE
       MOVE DAYS-IN-MONTH TO PRT-COUNT
       STRING '  DAYS IN MONTH                    ' PRT-COUNT DELIMITED BY SIZE INTO CR-TEXT-LINE
       PERFORM PRINT-TEXT-LINE
       MOVE SPACES TO CR-TEXT-LINE
       MOVE DAYS-REPORTED TO PRT-COUNT
       STRING '  DAYS REPORTED                    ' PRT-COUNT DELIMITED BY SIZE INTO CR-TEXT-LINE
       PERFORM PRINT-TEXT-LINE
       MOVE SPACES TO CR-TEXT-LINE
       MOVE DAYS-MISSING TO PRT-COUNT
       STRING '  DAYS MISSING                     ' PRT-COUNT DELIMITED BY SIZE INTO CR-TEXT-LINE
       PERFORM PRINT-TEXT-LINE
       MOVE SPACES TO CR-TEXT-LINE
       MOVE DAYS-PLANNED TO PRT-COUNT
       STRING '  DAYS IN PLANNED OUTAGE           ' PRT-COUNT DELIMITED BY SIZE INTO CR-TEXT-LINE
       PERFORM PRINT-TEXT-LINE
       MOVE SPACES TO CR-TEXT-LINE
       MOVE DAYS-NO-RECORD TO PRT-COUNT
       STRING '  DAYS WITH NO TREND RECORD        ' PRT-COUNT DELIMITED BY SIZE INTO CR-TEXT-LINE
       PERFORM PRINT-TEXT-LINE
       MOVE SPACES TO CR-TEXT-LINE
       MOVE SHIFTS-MISSING TO PRT-COUNT
       STRING '  SHIFTS MISSING ON REPORTED DAYS  ' PRT-COUNT DELIMITED BY SIZE INTO CR-TEXT-LINE
       PERFORM PRINT-TEXT-LINE
       MOVE SPACES TO CR-TEXT-LINE
       MOVE SHIFTS-PLANNED TO PRT-COUNT
       STRING '  SHIFTS IN OUTAGE ON REPORTED DAYS' PRT-COUNT DELIMITED BY SIZE INTO CR-TEXT-LINE
       PERFORM PRINT-TEXT-LINE
       MOVE SPACES TO CR-TEXT-LINE
       MOVE MONTH-TOTAL TO PRT-COUNT
       STRING '  REPORTS CHECKED                  ' PRT-COUNT DELIMITED BY SIZE INTO CR-TEXT-LINE
       PERFORM PRINT-TEXT-LINE
       MOVE SPACES TO CR-TEXT-LINE
       MOVE MONTH-STRICT TO PRT-COUNT
       MOVE STRICT-PCT TO PRT-PCT
       STRING '  STRICT SAFE                      ' PRT-COUNT '  ' PRT-PCT '%' DELIMITED BY SIZE INTO CR-TEXT-LINE
       PERFORM PRINT-TEXT-LINE
       MOVE SPACES TO CR-TEXT-LINE
       MOVE MONTH-DAMPENED TO PRT-COUNT
       MOVE DAMPENED-PCT TO PRT-PCT
       STRING '  SAFE WITH PROBLEM DAMPENER       ' PRT-COUNT '  ' PRT-PCT '%' DELIMITED BY SIZE INTO CR-TEXT-LINE
       PERFORM PRINT-TEXT-LINE
       MOVE SPACES TO CR-TEXT-LINE
       MOVE MONTH-UNSAFE TO PRT-COUNT
       STRING '  UNSAFE                           ' PRT-COUNT DELIMITED BY SIZE INTO CR-TEXT-LINE
       PERFORM PRINT-TEXT-LINE.

*> line-level exceptions the master filed for the unit on run dates
*> inside the month, and how many of those still sit at NEW or REPEAT
*> (dispositions carry no history, so this is as of the report run -
*> the month-end job runs on the first, before day shift works them)
PRINT-EXCEPTION-SUMMARY.
       MOVE 'EXCEPTIONS' TO CR-TEXT-LINE
       MOVE 2 TO CR-ADVANCE
       PERFORM PRINT-TEXT-LINE
       MOVE 1 TO CR-ADVANCE

       IF EXCMST-OPEN-FAILED THEN
           MOVE '  *** EXCEPTION MASTER NOT AVAILABLE - NOT REPORTED' TO CR-TEXT-LINE
           PERFORM PRINT-TEXT-LINE
           EXIT PARAGRAPH
       END-IF

       MOVE ZERO TO EXC-RAISED
       MOVE ZERO TO EXC-STILL-NEW
       MOVE ZERO TO EXC-STILL-REPEAT
       MOVE ZERO TO EVENTS-LOGGED
       MOVE UT-FILENAME(UNIT-INDEX) TO EM-FILENAME
       MOVE ZERO TO EM-LINE-NO
       MOVE ZERO TO EM-RUN-DATE
       MOVE LOW-VALUE TO EM-SHIFT
       START EXCEPTION-MASTER KEY IS GREATER THAN OR EQUAL TO EM-KEY
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             PERFORM COUNT-UNIT-EXCEPTIONS
       END-START

       MOVE SPACES TO CR-TEXT-LINE
       MOVE EXC-RAISED TO PRT-COUNT
       STRING '  EXCEPTIONS RAISED IN MONTH       ' PRT-COUNT DELIMITED BY SIZE INTO CR-TEXT-LINE
       PERFORM PRINT-TEXT-LINE
       MOVE SPACES TO CR-TEXT-LINE
       MOVE EXC-STILL-NEW TO PRT-COUNT
       STRING '  STILL NEW (NOT REVIEWED)         ' PRT-COUNT DELIMITED BY SIZE INTO CR-TEXT-LINE
       PERFORM PRINT-TEXT-LINE
       MOVE SPACES TO CR-TEXT-LINE
       MOVE EXC-STILL-REPEAT TO PRT-COUNT
       STRING '  STILL REPEAT (NOT REVIEWED)      ' PRT-COUNT DELIMITED BY SIZE INTO CR-TEXT-LINE
       PERFORM PRINT-TEXT-LINE.

*> walks the unit's key range on the master, counting the month's
*> line-level exceptions (MISSING UNIT is line 0 and shows as a
*> missing day instead) and its file-level transmission events
COUNT-UNIT-EXCEPTIONS.
       PERFORM UNTIL EXCMST-STATUS IS NOT EQUAL TO '00'
           READ EXCEPTION-MASTER NEXT RECORD
             AT END
                 EXIT PERFORM
           END-READ
           IF EXCMST-STATUS IS NOT EQUAL TO '00' THEN
               EXIT PERFORM
           END-IF
           IF EM-FILENAME IS NOT EQUAL TO UT-FILENAME(UNIT-INDEX) THEN
               EXIT PERFORM
           END-IF
           IF EM-RUN-DATE IS LESS THAN FROM-DATE OR EM-RUN-DATE IS GREATER THAN TO-DATE THEN
               EXIT PERFORM CYCLE
           END-IF
           IF EM-LINE-NO IS GREATER THAN OR EQUAL TO FILE-LEVEL-LINE-BASE THEN
               PERFORM CHECK-TRANSMISSION-EVENT
               EXIT PERFORM CYCLE
           END-IF
           IF EM-LINE-NO IS EQUAL TO ZERO THEN
               EXIT PERFORM CYCLE
           END-IF
           ADD 1 TO EXC-RAISED
           EVALUATE EM-DISPOSITION
               WHEN 'N'
                   ADD 1 TO EXC-STILL-NEW
               WHEN 'P'
                   ADD 1 TO EXC-STILL-REPEAT
           END-EVALUATE
       END-PERFORM.

*> counts a file-level master record when it is one of the
*> transmission events the regulator asks about
CHECK-TRANSMISSION-EVENT.
       EVALUATE EM-REASON
           WHEN 'BAND MISMATCH'
           WHEN 'RESEND CONFLICT'
           WHEN 'TRAILER MISSING'
           WHEN 'TRAILER COUNT BAD'
           WHEN 'TRAILER CHECKSUM BAD'
               ADD 1 TO EVENTS-LOGGED
       END-EVALUATE.

*> the approved band in force when the month opened and every entry
*> that took effect inside it, out of the band master
PRINT-BAND-HISTORY.
       MOVE 'APPROVED TOLERANCE BAND' TO CR-TEXT-LINE
       MOVE 2 TO CR-ADVANCE
       PERFORM PRINT-TEXT-LINE
       MOVE 1 TO CR-ADVANCE

       IF BANDMST-OPEN-FAILED THEN
           MOVE '  *** BAND MASTER NOT AVAILABLE - NOT REPORTED' TO CR-TEXT-LINE
           PERFORM PRINT-TEXT-LINE
           EXIT PARAGRAPH
       END-IF
       IF UT-UNIT-ID(UNIT-INDEX) IS EQUAL TO SPACES THEN
           MOVE '  *** UNIT ID NOT ON THE UNIT MASTER - BAND HISTORY NOT REPORTED' TO CR-TEXT-LINE
           PERFORM PRINT-TEXT-LINE
           EXIT PARAGRAPH
       END-IF

       MOVE ZERO TO BAND-CHANGES
       SET OPENING-BAND-NOT-FOUND TO TRUE
       MOVE UT-UNIT-ID(UNIT-INDEX) TO BM-UNIT-ID
       MOVE ZERO TO BM-EFF-DATE
       START BAND-MASTER KEY IS GREATER THAN OR EQUAL TO BM-KEY
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             PERFORM SCAN-UNIT-BANDS
       END-START

       *> nothing changed inside the month: the opening band, if any,
       *> has not been printed yet
       IF BAND-CHANGES IS EQUAL TO ZERO THEN
           PERFORM PRINT-OPENING-BAND
           MOVE '  NO BAND CHANGES TOOK EFFECT IN THE MONTH' TO CR-TEXT-LINE
           PERFORM PRINT-TEXT-LINE
       END-IF.

*> walks the unit's band entries in effective-date order up to month
*> end: entries before the month only advance the opening band, the
*> first entry inside it prints the opening band ahead of itself
SCAN-UNIT-BANDS.
       PERFORM UNTIL BANDMST-STATUS IS NOT EQUAL TO '00'
           READ BAND-MASTER NEXT RECORD
             AT END
                 EXIT PERFORM
           END-READ
           IF BANDMST-STATUS IS NOT EQUAL TO '00' THEN
               EXIT PERFORM
           END-IF
           IF BM-UNIT-ID IS NOT EQUAL TO UT-UNIT-ID(UNIT-INDEX)
                   OR BM-EFF-DATE IS GREATER THAN TO-DATE THEN
               EXIT PERFORM
           END-IF
           IF BM-EFF-DATE IS LESS THAN FROM-DATE THEN
               SET OPENING-BAND-FOUND TO TRUE
               MOVE BAND-MASTER-RECORD TO OPENING-BAND-RECORD
               EXIT PERFORM CYCLE
           END-IF
           IF BAND-CHANGES IS EQUAL TO ZERO THEN
               MOVE BAND-MASTER-RECORD TO SAVED-BAND-RECORD
               PERFORM PRINT-OPENING-BAND
               MOVE SAVED-BAND-RECORD TO BAND-MASTER-RECORD
           END-IF
           ADD 1 TO BAND-CHANGES
           MOVE 'CHANGED' TO BAND-LABEL
           PERFORM PRINT-BAND-LINE
       END-PERFORM.

PRINT-OPENING-BAND.
       IF OPENING-BAND-FOUND THEN
           MOVE OPENING-BAND-RECORD TO BAND-MASTER-RECORD
           MOVE 'IN FORCE FROM' TO BAND-LABEL
           PERFORM PRINT-BAND-LINE
       ELSE
           MOVE '  NO APPROVED BAND IN FORCE AT MONTH START - UNIT TOL RECORD GOVERNED' TO CR-TEXT-LINE
           PERFORM PRINT-TEXT-LINE
       END-IF.

*> prints the band-master record in the record area under BAND-LABEL
PRINT-BAND-LINE.
       MOVE SPACES TO CR-BAND-LINE
       MOVE BAND-LABEL TO CBL-LABEL
       MOVE BM-EFF-DATE TO CBL-DATE
       MOVE BM-MIN-STEP TO CBL-MIN
       MOVE '/' TO CBL-SLASH
       MOVE BM-MAX-STEP TO CBL-MAX
       MOVE BM-DAMPEN-LEVELS TO CBL-DL
       IF BM-RANGE-FLAG IS EQUAL TO 'Y' THEN
           MOVE BM-MIN-READING TO PRT-READING-1
           MOVE BM-MAX-READING TO PRT-READING-2
           STRING 'RANGE ' FUNCTION TRIM(PRT-READING-1) '/' FUNCTION TRIM(PRT-READING-2)
               DELIMITED BY SIZE INTO CBL-RANGE
       ELSE
           MOVE 'NO RANGE' TO CBL-RANGE
       END-IF
       MOVE BM-NOTE TO CBL-NOTE
       MOVE CR-BAND-LINE TO CR-TEXT-LINE
       PERFORM PRINT-TEXT-LINE.

*> every BAND MISMATCH, RESEND CONFLICT and trailer reconciliation
*> failure the master filed for the unit on run dates in the month
PRINT-TRANSMISSION-EVENTS.
       MOVE 'TRANSMISSION EVENTS (BAND MISMATCH, RESEND CONFLICT, RECONCILIATION FAILURE)' TO CR-TEXT-LINE
       MOVE 2 TO CR-ADVANCE
       PERFORM PRINT-TEXT-LINE
       MOVE 1 TO CR-ADVANCE

       IF EXCMST-OPEN-FAILED THEN
           MOVE '  *** EXCEPTION MASTER NOT AVAILABLE - NOT REPORTED' TO CR-TEXT-LINE
           PERFORM PRINT-TEXT-LINE
           EXIT PARAGRAPH
       END-IF
       IF EVENTS-LOGGED IS EQUAL TO ZERO THEN
           MOVE '  NONE LOGGED IN THE MONTH' TO CR-TEXT-LINE
           PERFORM PRINT-TEXT-LINE
           EXIT PARAGRAPH
       END-IF

       MOVE UT-FILENAME(UNIT-INDEX) TO EM-FILENAME
       MOVE FILE-LEVEL-LINE-BASE TO EM-LINE-NO
       MOVE ZERO TO EM-RUN-DATE
       MOVE LOW-VALUE TO EM-SHIFT
       START EXCEPTION-MASTER KEY IS GREATER THAN OR EQUAL TO EM-KEY
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             PERFORM LIST-TRANSMISSION-EVENTS
       END-START.

LIST-TRANSMISSION-EVENTS.
       PERFORM UNTIL EXCMST-STATUS IS NOT EQUAL TO '00'
           READ EXCEPTION-MASTER NEXT RECORD
             AT END
                 EXIT PERFORM
           END-READ
           IF EXCMST-STATUS IS NOT EQUAL TO '00' THEN
               EXIT PERFORM
           END-IF
           IF EM-FILENAME IS NOT EQUAL TO UT-FILENAME(UNIT-INDEX) THEN
               EXIT PERFORM
           END-IF
           IF EM-RUN-DATE IS LESS THAN FROM-DATE OR EM-RUN-DATE IS GREATER THAN TO-DATE THEN
               EXIT PERFORM CYCLE
           END-IF
           EVALUATE EM-REASON
               WHEN 'BAND MISMATCH'
               WHEN 'RESEND CONFLICT'
               WHEN 'TRAILER MISSING'
               WHEN 'TRAILER COUNT BAD'
               WHEN 'TRAILER CHECKSUM BAD'
                   PERFORM PRINT-EVENT-LINE
           END-EVALUATE
       END-PERFORM.

PRINT-EVENT-LINE.
       MOVE SPACES TO CR-EVENT-LINE
       MOVE EM-RUN-DATE TO CEL-DATE
       MOVE EM-REASON TO CEL-REASON
       EVALUATE EM-DISPOSITION
           WHEN 'N' MOVE 'NEW' TO CEL-DISP-TEXT
           WHEN 'P' MOVE 'REPEAT' TO CEL-DISP-TEXT
           WHEN 'A' MOVE 'ACKNOWLEDGED' TO CEL-DISP-TEXT
           WHEN 'R' MOVE 'RESOLVED' TO CEL-DISP-TEXT
           WHEN OTHER MOVE EM-DISPOSITION TO CEL-DISP-TEXT
       END-EVALUATE
       MOVE EM-NOTE TO CEL-NOTE
       MOVE CR-EVENT-LINE TO CR-TEXT-LINE
       PERFORM PRINT-TEXT-LINE.
