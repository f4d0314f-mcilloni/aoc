*>            OUTAGE lines and kept out of the rate, week-over-week
*>            and degradation arithmetic, like gap markers - a
*>            turnaround is not a degrading sensor rig
*> 2026-10-15 a shift reporter's per-shift trend records (TR-SHIFT)
*>            are rolled up into one sample per business date, so its
*>            rates and degradation run on whole days comparable with
*>            the daily units; a day with a shift missing says so
*> 2026-10-15 the short-a-shift note reads SHIFTS MISSING/OUTAGE - the
*>            count takes in planned-outage shifts too, which are not
*>            lost data

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05 TR-KEY.
                   10 TR-DATE PICTURE IS 9(8).
                   10 TR-FILENAME PICTURE IS X(80).
                   10 TR-SHIFT PICTURE IS X(1).
               05 TR-TOTAL-REPORTS PICTURE IS 9(7).
               05 TR-NSAFE-STRICT PICTURE IS 9(7).
               05 TR-NSAFE-DAMPENED PICTURE IS 9(7).
           *> a dated archive generation keeps the live trend record
           *> layout byte for byte, one record per line
           FD TREND-ARCHIVE-FILE.
           01 TREND-ARCHIVE-LINE PICTURE IS X(117).
                   88 ARCHIVE-EOF VALUE HIGH-VALUES.

WORKING-STORAGE SECTION.
       01 TREND-WORK.
           05 TW-DATE PICTURE IS 9(8).
           05 TW-FILENAME PICTURE IS X(80).
           05 TW-SHIFT PICTURE IS X(1).
           05 TW-TOTAL-REPORTS PICTURE IS 9(7).
           05 TW-NSAFE-STRICT PICTURE IS 9(7).
           05 TW-NSAFE-DAMPENED PICTURE IS 9(7).
                   *> 2 planned-outage marker; 1 and 2 both stay out
                   *> of the rate and degradation arithmetic
                   15 UT-GAP PICTURE IS 9(1).
                   *> a shift reporter's day: the shift records rolled
                   *> into the sample, and how many of them were gap or
                   *> outage markers
                   15 UT-SHIFT-COUNT PICTURE IS 9(1).
                   15 UT-SHIFT-GAPS PICTURE IS 9(1).

       01 UNSAFE-RATE PICTURE IS S9(3)V9.
       01 RESCUE-RATE PICTURE IS S9(3)V9.
       01 PRT-STRICT PICTURE IS ZZ9.9.
       01 PRT-WOW PICTURE IS +ZZ9.9.
       01 PRT-FLAG PICTURE IS X(2).
       01 PRT-SHIFT-NOTE PICTURE IS X(26).

PROCEDURE DIVISION.
       IF NUMBER-OF-CALL-PARAMETERS IS LESS THAN 2 THEN
FIND-EARLIEST-LIVE-DATE.
       MOVE ZERO TO TR-DATE
       MOVE LOW-VALUES TO TR-FILENAME
       MOVE LOW-VALUE TO TR-SHIFT
       START TREND-FILE KEY IS GREATER THAN OR EQUAL TO TR-KEY
         INVALID KEY
             EXIT PARAGRAPH
SCAN-TREND-WINDOW.
       MOVE FROM-DATE TO TR-DATE
       MOVE LOW-VALUES TO TR-FILENAME
       MOVE LOW-VALUE TO TR-SHIFT
       START TREND-FILE KEY IS GREATER THAN OR EQUAL TO TR-KEY
         INVALID KEY
             GO TO SCAN-TREND-WINDOW-EXIT
           MOVE ZERO TO UT-SAMPLE-COUNT(UNIT-INDEX)
       END-IF

       *> a shift reporter files one record per shift under the same
       *> business date - the second and later fold into the day's
       *> sample instead of opening one of their own
       IF TW-SHIFT IS NOT EQUAL TO SPACE THEN
           PERFORM VARYING SAMPLE-INDEX FROM 1 BY 1 UNTIL SAMPLE-INDEX IS GREATER THAN UT-SAMPLE-COUNT(UNIT-INDEX)
               IF UT-DATE(UNIT-INDEX, SAMPLE-INDEX) IS EQUAL TO TW-DATE THEN
                   PERFORM FOLD-SHIFT-SAMPLE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
       END-IF

       IF UT-SAMPLE-COUNT(UNIT-INDEX) IS GREATER THAN OR EQUAL TO SAMPLE-MAX THEN
           DISPLAY 'AOC02T: too many run dates in window for ' TW-FILENAME ' (max ' SAMPLE-MAX '), dropping ' TW-DATE UPON STDERR
           EXIT PARAGRAPH
           WHEN 'M' MOVE 1 TO UT-GAP(UNIT-INDEX, SAMPLE-INDEX)
           WHEN 'P' MOVE 2 TO UT-GAP(UNIT-INDEX, SAMPLE-INDEX)
           WHEN OTHER MOVE ZERO TO UT-GAP(UNIT-INDEX, SAMPLE-INDEX)
       END-EVALUATE
       MOVE ZERO TO UT-SHIFT-COUNT(UNIT-INDEX, SAMPLE-INDEX)
       MOVE ZERO TO UT-SHIFT-GAPS(UNIT-INDEX, SAMPLE-INDEX)
       IF TW-SHIFT IS NOT EQUAL TO SPACE THEN
           MOVE 1 TO UT-SHIFT-COUNT(UNIT-INDEX, SAMPLE-INDEX)
           IF TW-STATUS IS EQUAL TO 'M' OR TW-STATUS IS EQUAL TO 'P' THEN
               MOVE 1 TO UT-SHIFT-GAPS(UNIT-INDEX, SAMPLE-INDEX)
           END-IF
       END-IF.

*> adds one more shift record to the day sample SAMPLE-INDEX points
*> at: the counts sum, and the day is real as soon as any shift is -
*> it stays a gap (or, if every marker is one, an outage) only while
*> every shift seen so far is a marker
FOLD-SHIFT-SAMPLE.
       ADD TW-TOTAL-REPORTS TO UT-TOTAL(UNIT-INDEX, SAMPLE-INDEX)
       ADD TW-NSAFE-STRICT TO UT-STRICT(UNIT-INDEX, SAMPLE-INDEX)
       ADD TW-NSAFE-DAMPENED TO UT-DAMPENED(UNIT-INDEX, SAMPLE-INDEX)
       ADD 1 TO UT-SHIFT-COUNT(UNIT-INDEX, SAMPLE-INDEX)
       IF TW-STATUS IS EQUAL TO 'M' OR TW-STATUS IS EQUAL TO 'P' THEN
           ADD 1 TO UT-SHIFT-GAPS(UNIT-INDEX, SAMPLE-INDEX)
           IF TW-STATUS IS EQUAL TO 'M' AND UT-GAP(UNIT-INDEX, SAMPLE-INDEX) IS EQUAL TO 2 THEN
               MOVE 1 TO UT-GAP(UNIT-INDEX, SAMPLE-INDEX)
           END-IF
       ELSE
           MOVE ZERO TO UT-GAP(UNIT-INDEX, SAMPLE-INDEX)
       END-IF.

*> prints one unit's drift series: per run date the unsafe rate, the
*> dampener-rescue rate, the strict-safe rate, and the week-over-week
               END-IF
           END-IF

           *> a rolled-up day that is short a shift (missing or in
           *> planned outage) is called out - its rates stand on the
           *> shifts that did arrive
           MOVE SPACES TO PRT-SHIFT-NOTE
           IF UT-SHIFT-GAPS(UNIT-INDEX, SAMPLE-INDEX) IS GREATER THAN ZERO THEN
               STRING '  SHIFTS MISSING/OUTAGE: ' UT-SHIFT-GAPS(UNIT-INDEX, SAMPLE-INDEX)
                   DELIMITED BY SIZE INTO PRT-SHIFT-NOTE
           END-IF

           MOVE SPACES TO PRT-FLAG
           IF DEGRADE-STREAK IS GREATER THAN OR EQUAL TO DEGRADE-RUNS - 1 THEN
               MOVE ' *' TO PRT-FLAG
           IF WOW-FOUND IS EQUAL TO 1 THEN
               COMPUTE WOW-DELTA = UNSAFE-RATE - WOW-BASE-RATE
               MOVE WOW-DELTA TO PRT-WOW
               DISPLAY '    ' PRT-DATE ' ' PRT-TOTAL '    ' PRT-UNSAFE '    ' PRT-RESCUE '    ' PRT-STRICT '      ' PRT-WOW PRT-FLAG PRT-SHIFT-NOTE
           ELSE
               DISPLAY '    ' PRT-DATE ' ' PRT-TOTAL '    ' PRT-UNSAFE '    ' PRT-RESCUE '    ' PRT-STRICT '          -' PRT-FLAG PRT-SHIFT-NOTE
           END-IF

           MOVE STRICT-RATE TO PREV-STRICT-RATE
