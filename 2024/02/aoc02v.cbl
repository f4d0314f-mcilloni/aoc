IDENTIFICATION DIVISION.
PROGRAM-ID. AOC02V.
*> 2026-10-15 cross-file integrity verification for the AOC02 stores:
*>            after abends, -FORCE reruns and AOC02M sweeps the trend
*>            file, transmission register, exception master, run
*>            ledger, historian extract and restart checkpoints must
*>            still agree with one another. Reports every discrepancy
*>            found - a headered unit's trend record with no register
*>            entry or the reverse, a RUN START with no RUN END that
*>            no RESTART run picked up, an exception-master unsafe
*>            count per unit and business date that disagrees with
*>            the trend, a checkpoint older than the last completed
*>            run for its file, extract records from a run the ledger
*>            never saw finish - and returns an RC the weekly
*>            schedule alerts on
*> 2026-10-15 unit ids come from the indexed unit master
*>            (AOC02.UNITMST) instead of AOC02.SCHED; retired units
*>            stay in, their trend and register history still has to
*>            reconcile
*> 2026-10-15 trend, register and exception-master entries carry a
*>            shift code for units that transmit by shift; every
*>            cross-check now pairs them identity, business date and
*>            shift

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TREND-FILE
                   ASSIGN TO DYNAMIC TREND-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TR-KEY
                   FILE STATUS IS TREND-STATUS.

               SELECT XMIT-REGISTER
                   ASSIGN TO DYNAMIC XMITREG-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XR-KEY
                   FILE STATUS IS XMITREG-STATUS.

               SELECT EXCEPTION-MASTER
                   ASSIGN TO DYNAMIC EXCMST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EM-KEY
                   FILE STATUS IS EXCMST-STATUS.

               SELECT RESTART-FILE
                   ASSIGN TO DYNAMIC RESTART-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RF-KEY
                   FILE STATUS IS RESTART-STATUS.

               SELECT RUN-LEDGER-FILE
                   ASSIGN TO DYNAMIC LEDGER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LEDGER-STATUS.

               SELECT EXTRACT-FILE
                   ASSIGN TO DYNAMIC EXTRACT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS EXTRACT-STATUS.

               SELECT UNIT-MASTER
                   ASSIGN TO DYNAMIC UNITMST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UM-KEY
                   FILE STATUS IS UNITMST-STATUS.

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

           *> must stay in step with the XMIT-REGISTER FD in main.cbl
           FD XMIT-REGISTER.
           01 XMIT-REGISTER-RECORD.
               05 XR-KEY.
                   10 XR-UNIT-ID PICTURE IS X(8).
                   10 XR-BUS-DATE PICTURE IS 9(8).
                   10 XR-SHIFT PICTURE IS X(1).
               05 XR-CHECKSUM PICTURE IS 9(9).
               05 XR-REPORT-COUNT PICTURE IS 9(7).
               05 XR-RUN-DATE PICTURE IS 9(8).
               05 XR-RUN-TIME PICTURE IS 9(6).

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
               05 EM-RUN-TIME PICTURE IS 9(6).
               05 EM-BUS-DATE PICTURE IS 9(8).

           *> must stay in step with the RESTART-FILE FD in main.cbl
           FD RESTART-FILE.
           01 RESTART-RECORD.
               05 RF-KEY PICTURE IS X(80).
               05 RF-LINE-NUMBER PICTURE IS 9(7).
               05 RF-TOTAL-REPORTS PICTURE IS 9(7).
               05 RF-FILE-NSAFE PICTURE IS 9(5).
               05 RF-FILE-NSAFE-STRICT PICTURE IS 9(5).
               05 RF-RUNNING-CHECKSUM PICTURE IS 9(9).
               05 RF-FILE-TRUNCATED PICTURE IS 9(5).
               05 RF-FILE-TOO-MANY PICTURE IS 9(5).
               05 RF-RUN-DATE PICTURE IS 9(8).
               05 RF-RUN-TIME PICTURE IS 9(6).

           *> must stay in step with the RUN-LEDGER-FILE FD in main.cbl
           FD RUN-LEDGER-FILE.
           01 RUN-LEDGER-LINE.
               05 RL-TYPE PICTURE IS X(9).
               05 RL-LIT-DATE PICTURE IS X(6).
               05 RL-DATE PICTURE IS 9(8).
               05 RL-LIT-TIME PICTURE IS X(6).
               05 RL-TIME PICTURE IS 9(6).
               05 RL-LIT-DETAIL PICTURE IS X(2).
               05 RL-DETAIL PICTURE IS X(200).
           01 RUN-LEDGER-TEXT PICTURE IS X(237).
                   88 LEDGER-EOF VALUE HIGH-VALUES.

           *> must stay in step with the EXTRACT-FILE FD in main.cbl -
           *> only the run stamp is used here
           FD EXTRACT-FILE.
           01 EXTRACT-RECORD.
               05 HX-RUN-DATE PICTURE IS 9(8).
               05 HX-RUN-TIME PICTURE IS 9(6).
               05 HX-FILENAME PICTURE IS X(80).
               05 HX-MIN-STEP PICTURE IS 9(5).
               05 HX-MAX-STEP PICTURE IS 9(5).
               05 HX-DAMPEN-LEVELS PICTURE IS 9(2).
               05 HX-TOTAL-REPORTS PICTURE IS 9(7).
               05 HX-NSAFE-STRICT PICTURE IS 9(7).
               05 HX-NSAFE-DAMPENED PICTURE IS 9(7).
               05 HX-NUNSAFE PICTURE IS 9(7).
               05 HX-TRUNCATED PICTURE IS 9(5).
               05 HX-TOO-MANY PICTURE IS 9(5).
               05 HX-SEVERITY PICTURE IS 9(2).
           01 EXTRACT-TEXT PICTURE IS X(146).
                   88 EXTRACT-EOF VALUE HIGH-VALUES.

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
       01 TREND-FILENAME PICTURE IS X(80) VALUE 'AOC02.TREND'.
       01 TREND-STATUS PICTURE IS X(02).
       01 XMITREG-FILENAME PICTURE IS X(80) VALUE 'AOC02.XMITREG'.
       01 XMITREG-STATUS PICTURE IS X(02).
       01 EXCMST-FILENAME PICTURE IS X(80) VALUE 'AOC02.EXCMST'.
       01 EXCMST-STATUS PICTURE IS X(02).
       01 RESTART-FILENAME PICTURE IS X(80) VALUE 'AOC02.RESTART'.
       01 RESTART-STATUS PICTURE IS X(02).
       01 LEDGER-FILENAME PICTURE IS X(80) VALUE 'AOC02.RUNLOG'.
       01 LEDGER-STATUS PICTURE IS X(02).
       *> the extract generation AOC02M rolled today unless one is
       *> named; failing that the live extract
       01 EXTRACT-FILENAME PICTURE IS X(80) VALUE SPACES.
       01 EXTRACT-STATUS PICTURE IS X(02).
       01 UNITMST-FILENAME PICTURE IS X(80) VALUE 'AOC02.UNITMST'.
       01 UNITMST-STATUS PICTURE IS X(02).

       01 ARG-COUNT PICTURE IS 9(5).
       01 ARG-TEXT PICTURE IS X(80).
       01 RUN-DATE PICTURE IS 9(8).
       01 RUN-TIME-RAW PICTURE IS X(8).
       01 RUN-TIME PICTURE IS 9(6).

       *> which stores could be opened; a check against a store that
       *> could not is skipped and the run ends RC 4 at best
       01 TREND-OPEN-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 TREND-AVAILABLE VALUE 'Y'.
       01 XMITREG-OPEN-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 XMITREG-AVAILABLE VALUE 'Y'.
       01 EXCMST-OPEN-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 EXCMST-AVAILABLE VALUE 'Y'.
       01 RESTART-OPEN-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 RESTART-AVAILABLE VALUE 'Y'.
       01 LEDGER-OPEN-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 LEDGER-AVAILABLE VALUE 'Y'.
       01 EXTRACT-OPEN-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 EXTRACT-AVAILABLE VALUE 'Y'.
       01 VERIFY-SWITCH PICTURE IS X(01) VALUE 'Y'.
           88 VERIFY-COMPLETE VALUE 'Y'.
           88 VERIFY-INCOMPLETE VALUE 'N'.

       *> unit master, unit id and filename only - ties a
       *> single-section unit's trend and master identity back to the
       *> unit id its register entries are keyed on
       01 SC-MAX PICTURE IS 9(5) VALUE 50.
       01 SC-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 SC-INDEX PICTURE IS 9(5).
       01 SCHEDULE-TABLE.
           05 SCHEDULE-ENTRY OCCURS 50 TIMES.
               10 SC-UNIT-ID PICTURE IS X(8).
               10 SC-FILENAME PICTURE IS X(80).

       *> the run stamps found on the extract, with what the ledger
       *> says became of each: ' ' never started, 'S' started but no
       *> RUN END, 'E' completed
       01 HS-MAX PICTURE IS 9(5) VALUE 50.
       01 HS-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 HS-INDEX PICTURE IS 9(5).
       01 HISTEX-RUN-TABLE.
           05 HISTEX-RUN-ENTRY OCCURS 50 TIMES.
               10 HS-RUN-DATE PICTURE IS 9(8).
               10 HS-RUN-TIME PICTURE IS 9(6).
               10 HS-RECORDS PICTURE IS 9(7).
               10 HS-STATE PICTURE IS X(1).
       01 HS-LOOKUP-DATE PICTURE IS 9(8).
       01 HS-LOOKUP-TIME PICTURE IS 9(6).
       01 HS-FOUND-SWITCH PICTURE IS X(01).
           88 HS-FOUND VALUE 'Y'.
           88 HS-NOT-FOUND VALUE 'N'.

       *> the ledger run currently open (a RUN START not yet matched
       *> by its RUN END) and the FILE entries it has logged so far
       01 OPEN-RUN-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 RUN-IS-OPEN VALUE 'Y'.
           88 RUN-IS-CLOSED VALUE 'N'.
       01 OPEN-RUN-DATE PICTURE IS 9(8).
       01 OPEN-RUN-TIME PICTURE IS 9(6).
       01 OPEN-RUN-MODE PICTURE IS X(01).
           88 OPEN-RUN-RESTART VALUE 'R'.
           88 OPEN-RUN-FRESH VALUE 'F'.
       01 RB-MAX PICTURE IS 9(5) VALUE 100.
       01 RB-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 RB-INDEX PICTURE IS 9(5).
       01 RUN-FILE-TABLE.
           05 RUN-FILE-ENTRY OCCURS 100 TIMES.
               10 RB-FILENAME PICTURE IS X(80).
       01 DETAIL-HITS PICTURE IS 9(3).

       *> runs that started and never ended, waiting for a RESTART run
       *> to pick them up - whatever is left at the end abended for good
       01 AB-MAX PICTURE IS 9(5) VALUE 100.
       01 AB-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 AB-INDEX PICTURE IS 9(5).
       01 ABEND-TABLE.
           05 ABEND-ENTRY OCCURS 100 TIMES.
               10 AB-RUN-DATE PICTURE IS 9(8).
               10 AB-RUN-TIME PICTURE IS 9(6).

       *> the last completed run (one that reached RUN END) that
       *> processed each physical file through to the end
       01 LC-MAX PICTURE IS 9(5) VALUE 200.
       01 LC-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 LC-INDEX PICTURE IS 9(5).
       01 LAST-COMPLETION-TABLE.
           05 LAST-COMPLETION-ENTRY OCCURS 200 TIMES.
               10 LC-FILENAME PICTURE IS X(80).
               10 LC-RUN-DATE PICTURE IS 9(8).
               10 LC-RUN-TIME PICTURE IS 9(6).
       01 LC-STAMP PICTURE IS 9(14).
       01 CKPT-STAMP PICTURE IS 9(14).

       *> the units that transmit a header, from the register, with the
       *> first business date each was registered under - a unit's trend
       *> records before it started sending headers have no entry
       01 HU-MAX PICTURE IS 9(5) VALUE 100.
       01 HU-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 HU-INDEX PICTURE IS 9(5).
       01 HEADERED-UNIT-TABLE.
           05 HEADERED-UNIT-ENTRY OCCURS 100 TIMES.
               10 HU-UNIT-ID PICTURE IS X(8).
               10 HU-FIRST-DATE PICTURE IS 9(8).
       01 HU-FOUND-SWITCH PICTURE IS X(01).
           88 HU-FOUND VALUE 'Y'.
           88 HU-NOT-FOUND VALUE 'N'.

       *> the oldest date still on the live trend file - anything the
       *> other stores hold for an earlier date has been archived
       01 OLDEST-TREND-DATE PICTURE IS 9(8) VALUE 99999999.
       01 TREND-FOUND-SWITCH PICTURE IS X(01).
           88 TREND-FOUND VALUE 'Y'.
           88 TREND-NOT-FOUND VALUE 'N'.
       01 TREND-UNIT-ID PICTURE IS X(8).

       *> one exception-master identity's entries, grouped by business
       *> date and the run date that filed them: the unsafe report
       *> lines counted, and whether the section failed outright
       *> (trailer, resend conflict, duplicate) so never reached trend
       01 GROUP-FILENAME PICTURE IS X(80) VALUE SPACES.
       01 EG-MAX PICTURE IS 9(5) VALUE 400.
       01 EG-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 EG-INDEX PICTURE IS 9(5).
       01 EG-SCAN PICTURE IS 9(5).
       01 EM-DATE-GROUP-TABLE.
           05 EM-DATE-GROUP OCCURS 400 TIMES.
               10 EG-BUS-DATE PICTURE IS 9(8).
               10 EG-SHIFT PICTURE IS X(1).
               10 EG-RUN-DATE PICTURE IS 9(8).
               10 EG-LINES PICTURE IS 9(7).
               10 EG-SECTION-FAILED PICTURE IS X(1).
               10 EG-CHECKED PICTURE IS X(1).
       01 EG-OVERFLOW-SWITCH PICTURE IS X(01).
           88 EG-OVERFLOWED VALUE 'Y'.
       01 EM-ENTRY-KIND PICTURE IS X(01).
           88 EM-UNSAFE-LINE VALUE 'L'.
           88 EM-SECTION-FAILURE VALUE 'F'.
           88 EM-OTHER-ENTRY VALUE 'O'.
       01 CHECK-BUS-DATE PICTURE IS 9(8).
       01 CHECK-SHIFT PICTURE IS X(1).
       *> ' SHIFT s' after a business date in a discrepancy line, blank
       *> for a whole-day transmission
       01 SHIFT-TAG PICTURE IS X(8).
       01 DATE-LINES-TOTAL PICTURE IS 9(7).
       01 DATE-SECTION-SWITCH PICTURE IS X(01).
           88 DATE-SECTION-FAILED VALUE 'Y'.
           88 DATE-SECTION-OK VALUE 'N'.
       01 DATE-MATCH-SWITCH PICTURE IS X(01).
           88 DATE-MATCHED VALUE 'Y'.
           88 DATE-NOT-MATCHED VALUE 'N'.
       01 EXPECTED-UNSAFE PICTURE IS S9(7).
       01 EM-MIN-BUS-DATE PICTURE IS 9(8) VALUE 99999999.

       *> every (identity, business date) the master holds unsafe-line
       *> entries for, so the trend pass can find unsafe days the
       *> master never heard about
       01 ES-MAX PICTURE IS 9(5) VALUE 3000.
       01 ES-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 ES-INDEX PICTURE IS 9(5).
       01 EM-SEEN-TABLE.
           05 EM-SEEN-ENTRY OCCURS 3000 TIMES.
               10 ES-FILENAME PICTURE IS X(80).
               10 ES-BUS-DATE PICTURE IS 9(8).
               10 ES-SHIFT PICTURE IS X(1).
       01 ES-OVERFLOW-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 ES-OVERFLOWED VALUE 'Y'.
       01 ES-FOUND-SWITCH PICTURE IS X(01).
           88 ES-FOUND VALUE 'Y'.
           88 ES-NOT-FOUND VALUE 'N'.

       *> reserved pseudo line numbers AOC02 files its file-level
       *> exceptions under - must stay in step with main.cbl
       01 FILE-LEVEL-LINE-BASE PICTURE IS 9(7) VALUE 9999990.

       01 EXTRACT-READ PICTURE IS 9(7) VALUE ZERO.
       01 LEDGER-READ PICTURE IS 9(7) VALUE ZERO.
       01 LEDGER-RUNS PICTURE IS 9(7) VALUE ZERO.
       01 LEDGER-UNREADABLE PICTURE IS 9(7) VALUE ZERO.
       01 XMITREG-READ PICTURE IS 9(7) VALUE ZERO.
       01 EXCMST-READ PICTURE IS 9(7) VALUE ZERO.
       01 EXCMST-UNDATED PICTURE IS 9(7) VALUE ZERO.
       01 TREND-READ PICTURE IS 9(7) VALUE ZERO.
       01 RESTART-READ PICTURE IS 9(7) VALUE ZERO.
       01 RESTART-UNSTAMPED PICTURE IS 9(7) VALUE ZERO.

       01 XMITREG-DISCREPANCIES PICTURE IS 9(7) VALUE ZERO.
       01 LEDGER-DISCREPANCIES PICTURE IS 9(7) VALUE ZERO.
       01 EXCMST-DISCREPANCIES PICTURE IS 9(7) VALUE ZERO.
       01 RESTART-DISCREPANCIES PICTURE IS 9(7) VALUE ZERO.
       01 EXTRACT-DISCREPANCIES PICTURE IS 9(7) VALUE ZERO.
       01 TOTAL-DISCREPANCIES PICTURE IS 9(7) VALUE ZERO.

       01 PRT-COUNT PICTURE IS Z(6)9.
       01 PRT-EXPECTED PICTURE IS -(6)9.
       01 PRT-LINE-NO PICTURE IS Z(6)9.

PROCEDURE DIVISION.
       MOVE NUMBER-OF-CALL-PARAMETERS TO ARG-COUNT
       IF ARG-COUNT IS GREATER THAN 1 THEN
           DISPLAY "usage: AOC02V [HISTEX-GENERATION]" UPON STDERR
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       ACCEPT RUN-DATE FROM DATE YYYYMMDD
       ACCEPT RUN-TIME-RAW FROM TIME
       MOVE RUN-TIME-RAW(1:6) TO RUN-TIME

       IF ARG-COUNT IS EQUAL TO 1 THEN
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
           MOVE ARG-TEXT TO EXTRACT-FILENAME
       ELSE
           STRING 'AOC02.HISTEX.D' RUN-DATE DELIMITED BY SIZE INTO EXTRACT-FILENAME
       END-IF

       DISPLAY 'AOC02V STORE INTEGRITY VERIFICATION ' RUN-DATE ' ' RUN-TIME

       PERFORM LOAD-SCHEDULE
       PERFORM LOAD-EXTRACT-RUNS
       PERFORM SCAN-RUN-LEDGER
       PERFORM OPEN-INDEXED-STORES
       PERFORM FIND-OLDEST-TREND-DATE

       PERFORM VERIFY-XMIT-REGISTER
       PERFORM VERIFY-EXCEPTION-MASTER
       PERFORM VERIFY-TREND-FILE
       PERFORM VERIFY-CHECKPOINTS
       PERFORM REPORT-LEDGER-FINDINGS

       IF TREND-AVAILABLE THEN
           CLOSE TREND-FILE
       END-IF
       IF XMITREG-AVAILABLE THEN
           CLOSE XMIT-REGISTER
       END-IF
       IF EXCMST-AVAILABLE THEN
           CLOSE EXCEPTION-MASTER
       END-IF
       IF RESTART-AVAILABLE THEN
           CLOSE RESTART-FILE
       END-IF

       COMPUTE TOTAL-DISCREPANCIES = XMITREG-DISCREPANCIES + LEDGER-DISCREPANCIES
                                   + EXCMST-DISCREPANCIES + RESTART-DISCREPANCIES
                                   + EXTRACT-DISCREPANCIES

       DISPLAY ' '
       DISPLAY 'TREND RECORDS READ:      ' TREND-READ '  OLDEST LIVE DATE: ' OLDEST-TREND-DATE
       DISPLAY 'REGISTER ENTRIES READ:   ' XMITREG-READ '  DISCREPANCIES: ' XMITREG-DISCREPANCIES
       DISPLAY 'MASTER ENTRIES READ:     ' EXCMST-READ '  DISCREPANCIES: ' EXCMST-DISCREPANCIES
           '  UNDATED (NOT CHECKED): ' EXCMST-UNDATED
       DISPLAY 'LEDGER LINES READ:       ' LEDGER-READ '  DISCREPANCIES: ' LEDGER-DISCREPANCIES
           '  RUNS: ' LEDGER-RUNS
       DISPLAY 'CHECKPOINTS READ:        ' RESTART-READ '  DISCREPANCIES: ' RESTART-DISCREPANCIES
           '  UNSTAMPED (NOT CHECKED): ' RESTART-UNSTAMPED
       DISPLAY 'EXTRACT RECORDS READ:    ' EXTRACT-READ '  DISCREPANCIES: ' EXTRACT-DISCREPANCIES
       DISPLAY 'TOTAL DISCREPANCIES:     ' TOTAL-DISCREPANCIES

       *> 0 every store agrees, 4 nothing disagrees but a store could
       *> not be read or a check was cut short, 8 the stores disagree
       EVALUATE TRUE
           WHEN TOTAL-DISCREPANCIES IS GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           WHEN VERIFY-INCOMPLETE
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               MOVE 0 TO RETURN-CODE
       END-EVALUATE.
STOP RUN.

*> loads unit id and filename for every unit on the unit master,
*> retired ones included
LOAD-SCHEDULE.
       OPEN INPUT UNIT-MASTER
       IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02V: unable to open unit master ' FUNCTION TRIM(UNITMST-FILENAME) ' (status ' UNITMST-STATUS '), single-file units are matched by identity only' UPON STDERR
           SET VERIFY-INCOMPLETE TO TRUE
       ELSE
           PERFORM UNTIL UNITMST-STATUS IS NOT EQUAL TO '00'
               READ UNIT-MASTER NEXT RECORD
                 AT END
                     EXIT PERFORM
               END-READ
               IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
                   DISPLAY 'AOC02V: unit master read failed (status ' UNITMST-STATUS '), single-file units may be matched by identity only' UPON STDERR
                   SET VERIFY-INCOMPLETE TO TRUE
                   EXIT PERFORM
               END-IF
               PERFORM ADD-SCHEDULE-ENTRY
           END-PERFORM
           CLOSE UNIT-MASTER
       END-IF.

ADD-SCHEDULE-ENTRY.
       IF SC-COUNT IS GREATER THAN OR EQUAL TO SC-MAX THEN
           DISPLAY 'AOC02V: too many unit master entries (max ' SC-MAX '), rejecting: ' UM-UNIT-ID UPON STDERR
           SET VERIFY-INCOMPLETE TO TRUE
       ELSE
           ADD 1 TO SC-COUNT
           INITIALIZE SCHEDULE-ENTRY(SC-COUNT)
           MOVE UM-UNIT-ID TO SC-UNIT-ID(SC-COUNT)
           MOVE UM-FILENAME TO SC-FILENAME(SC-COUNT)
       END-IF.

*> collects the distinct run stamps on the extract generation; the
*> ledger pass then says whether each of those runs completed
LOAD-EXTRACT-RUNS.
       OPEN INPUT EXTRACT-FILE
       IF EXTRACT-STATUS IS NOT EQUAL TO '00' AND ARG-COUNT IS EQUAL TO ZERO THEN
           *> no generation rolled today - check the live extract
           MOVE 'AOC02.HISTEX' TO EXTRACT-FILENAME
           OPEN INPUT EXTRACT-FILE
       END-IF
       IF EXTRACT-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02V: unable to open historian extract ' FUNCTION TRIM(EXTRACT-FILENAME) ' (status ' EXTRACT-STATUS '), extract check skipped' UPON STDERR
           SET VERIFY-INCOMPLETE TO TRUE
           EXIT PARAGRAPH
       END-IF
       SET EXTRACT-AVAILABLE TO TRUE
       DISPLAY 'EXTRACT CHECKED: ' FUNCTION TRIM(EXTRACT-FILENAME)

       PERFORM UNTIL EXTRACT-EOF
           READ EXTRACT-FILE
             AT END
                 SET EXTRACT-EOF TO TRUE
             NOT AT END
                 ADD 1 TO EXTRACT-READ
                 PERFORM NOTE-EXTRACT-RUN
           END-READ
       END-PERFORM
       CLOSE EXTRACT-FILE.

NOTE-EXTRACT-RUN.
       IF HX-RUN-DATE IS NOT NUMERIC OR HX-RUN-TIME IS NOT NUMERIC THEN
           DISPLAY 'AOC02V: unreadable extract record ' EXTRACT-READ ' skipped' UPON STDERR
           EXIT PARAGRAPH
       END-IF
       MOVE HX-RUN-DATE TO HS-LOOKUP-DATE
       MOVE HX-RUN-TIME TO HS-LOOKUP-TIME
       PERFORM FIND-EXTRACT-RUN
       IF HS-NOT-FOUND THEN
           IF HS-COUNT IS GREATER THAN OR EQUAL TO HS-MAX THEN
               DISPLAY 'AOC02V: too many runs on the extract (max ' HS-MAX '), run ' HX-RUN-DATE ' ' HX-RUN-TIME ' not checked' UPON STDERR
               SET VERIFY-INCOMPLETE TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HS-COUNT
           MOVE HS-COUNT TO HS-INDEX
           MOVE HX-RUN-DATE TO HS-RUN-DATE(HS-INDEX)
           MOVE HX-RUN-TIME TO HS-RUN-TIME(HS-INDEX)
           MOVE ZERO TO HS-RECORDS(HS-INDEX)
           MOVE SPACE TO HS-STATE(HS-INDEX)
       END-IF
       ADD 1 TO HS-RECORDS(HS-INDEX).

*> leaves HS-INDEX on the extract run stamped HS-LOOKUP-DATE/TIME
FIND-EXTRACT-RUN.
       SET HS-NOT-FOUND TO TRUE
       PERFORM VARYING HS-INDEX FROM 1 BY 1 UNTIL HS-INDEX IS GREATER THAN HS-COUNT
           IF HS-RUN-DATE(HS-INDEX) IS EQUAL TO HS-LOOKUP-DATE AND HS-RUN-TIME(HS-INDEX) IS EQUAL TO HS-LOOKUP-TIME THEN
               SET HS-FOUND TO TRUE
               EXIT PERFORM
           END-IF
       END-PERFORM.

*> one pass over the append-only run ledger. Runs are serial, so a
*> RUN START arriving while another run is still open means the
*> open one abended; a RESTART run reaching its RUN END has picked
*> up every abend before it. The FILE entries of a run that ends
*> become the last completion of each file for the checkpoint check
SCAN-RUN-LEDGER.
       OPEN INPUT RUN-LEDGER-FILE
       IF LEDGER-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02V: unable to open run ledger ' FUNCTION TRIM(LEDGER-FILENAME) ' (status ' LEDGER-STATUS '), ledger, checkpoint and extract checks skipped' UPON STDERR
           SET VERIFY-INCOMPLETE TO TRUE
           EXIT PARAGRAPH
       END-IF
       SET LEDGER-AVAILABLE TO TRUE

       PERFORM UNTIL LEDGER-EOF
           READ RUN-LEDGER-FILE
             AT END
                 SET LEDGER-EOF TO TRUE
             NOT AT END
                 ADD 1 TO LEDGER-READ
                 PERFORM CLASSIFY-LEDGER-LINE
           END-READ
       END-PERFORM
       CLOSE RUN-LEDGER-FILE

       *> still open at the end of the ledger: it never finished
       IF RUN-IS-OPEN THEN
           PERFORM ADD-ABEND-CANDIDATE
       END-IF.

CLASSIFY-LEDGER-LINE.
       IF RL-DATE IS NOT NUMERIC OR RL-TIME IS NOT NUMERIC THEN
           ADD 1 TO LEDGER-UNREADABLE
           DISPLAY 'AOC02V: unreadable ledger line ' LEDGER-READ ' skipped' UPON STDERR
           EXIT PARAGRAPH
       END-IF
       EVALUATE RL-TYPE
           WHEN 'RUN START'
               PERFORM LEDGER-RUN-START
           WHEN 'RUN FILE'
               PERFORM LEDGER-RUN-FILE
           WHEN 'RUN END'
               PERFORM LEDGER-RUN-END
       END-EVALUATE.

LEDGER-RUN-START.
       ADD 1 TO LEDGER-RUNS
       IF RUN-IS-OPEN THEN
           PERFORM ADD-ABEND-CANDIDATE
       END-IF
       SET RUN-IS-OPEN TO TRUE
       MOVE RL-DATE TO OPEN-RUN-DATE
       MOVE RL-TIME TO OPEN-RUN-TIME
       MOVE ZERO TO DETAIL-HITS
       INSPECT RL-DETAIL TALLYING DETAIL-HITS FOR ALL ' RESTART'
       IF DETAIL-HITS IS GREATER THAN ZERO THEN
           SET OPEN-RUN-RESTART TO TRUE
       ELSE
           SET OPEN-RUN-FRESH TO TRUE
       END-IF
       MOVE ZERO TO RB-COUNT

       MOVE RL-DATE TO HS-LOOKUP-DATE
       MOVE RL-TIME TO HS-LOOKUP-TIME
       PERFORM FIND-EXTRACT-RUN
       IF HS-FOUND THEN
           MOVE 'S' TO HS-STATE(HS-INDEX)
       END-IF.

*> buffers a file the open run got through; a file that would not
*> open never reached its checkpoint delete, so it is left out
LEDGER-RUN-FILE.
       IF RUN-IS-CLOSED OR RL-DATE IS NOT EQUAL TO OPEN-RUN-DATE OR RL-TIME IS NOT EQUAL TO OPEN-RUN-TIME THEN
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO DETAIL-HITS
       INSPECT RL-DETAIL TALLYING DETAIL-HITS FOR ALL ' OPEN FAILED'
       IF DETAIL-HITS IS GREATER THAN ZERO THEN
           EXIT PARAGRAPH
       END-IF
       IF RB-COUNT IS GREATER THAN OR EQUAL TO RB-MAX THEN
           DISPLAY 'AOC02V: too many files in run ' OPEN-RUN-DATE ' ' OPEN-RUN-TIME ' (max ' RB-MAX '), checkpoint check incomplete' UPON STDERR
           SET VERIFY-INCOMPLETE TO TRUE
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO RB-COUNT
       MOVE SPACES TO RB-FILENAME(RB-COUNT)
       UNSTRING RL-DETAIL DELIMITED BY ALL SPACES
           INTO RB-FILENAME(RB-COUNT)
       END-UNSTRING.

LEDGER-RUN-END.
       IF RUN-IS-CLOSED OR RL-DATE IS NOT EQUAL TO OPEN-RUN-DATE OR RL-TIME IS NOT EQUAL TO OPEN-RUN-TIME THEN
           ADD 1 TO LEDGER-DISCREPANCIES
           DISPLAY 'DISCREPANCY LEDGER   RUN END ' RL-DATE ' ' RL-TIME ' HAS NO MATCHING RUN START'
           EXIT PARAGRAPH
       END-IF
       IF OPEN-RUN-RESTART THEN
           MOVE ZERO TO AB-COUNT
       END-IF
       PERFORM VARYING RB-INDEX FROM 1 BY 1 UNTIL RB-INDEX IS GREATER THAN RB-COUNT
           PERFORM RECORD-LAST-COMPLETION
       END-PERFORM

       MOVE OPEN-RUN-DATE TO HS-LOOKUP-DATE
       MOVE OPEN-RUN-TIME TO HS-LOOKUP-TIME
       PERFORM FIND-EXTRACT-RUN
       IF HS-FOUND THEN
           MOVE 'E' TO HS-STATE(HS-INDEX)
       END-IF
       SET RUN-IS-CLOSED TO TRUE.

ADD-ABEND-CANDIDATE.
       IF AB-COUNT IS GREATER THAN OR EQUAL TO AB-MAX THEN
           DISPLAY 'AOC02V: too many unfinished runs (max ' AB-MAX '), run ' OPEN-RUN-DATE ' ' OPEN-RUN-TIME ' not reported' UPON STDERR
           SET VERIFY-INCOMPLETE TO TRUE
       ELSE
           ADD 1 TO AB-COUNT
           MOVE OPEN-RUN-DATE TO AB-RUN-DATE(AB-COUNT)
           MOVE OPEN-RUN-TIME TO AB-RUN-TIME(AB-COUNT)
       END-IF.

*> the ledger is in run order, so a later completion of the same
*> file simply replaces the earlier one
RECORD-LAST-COMPLETION.
       PERFORM VARYING LC-INDEX FROM 1 BY 1 UNTIL LC-INDEX IS GREATER THAN LC-COUNT
           IF LC-FILENAME(LC-INDEX) IS EQUAL TO RB-FILENAME(RB-INDEX) THEN
               MOVE OPEN-RUN-DATE TO LC-RUN-DATE(LC-INDEX)
               MOVE OPEN-RUN-TIME TO LC-RUN-TIME(LC-INDEX)
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       IF LC-COUNT IS GREATER THAN OR EQUAL TO LC-MAX THEN
           DISPLAY 'AOC02V: too many distinct files in the ledger (max ' LC-MAX '), ' FUNCTION TRIM(RB-FILENAME(RB-INDEX)) ' not tracked' UPON STDERR
           SET VERIFY-INCOMPLETE TO TRUE
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO LC-COUNT
       MOVE RB-FILENAME(RB-INDEX) TO LC-FILENAME(LC-COUNT)
       MOVE OPEN-RUN-DATE TO LC-RUN-DATE(LC-COUNT)
       MOVE OPEN-RUN-TIME TO LC-RUN-TIME(LC-COUNT).

*> opens the four keyed stores for reading; any one that will not
*> open takes its checks with it and the run ends RC 4 at best
OPEN-INDEXED-STORES.
       OPEN INPUT TREND-FILE
       IF TREND-STATUS IS EQUAL TO '00' THEN
           SET TREND-AVAILABLE TO TRUE
       ELSE
           DISPLAY 'AOC02V: unable to open trend file ' FUNCTION TRIM(TREND-FILENAME) ' (status ' TREND-STATUS '), trend checks skipped' UPON STDERR
           SET VERIFY-INCOMPLETE TO TRUE
       END-IF
       OPEN INPUT XMIT-REGISTER
       IF XMITREG-STATUS IS EQUAL TO '00' THEN
           SET XMITREG-AVAILABLE TO TRUE
       ELSE
           DISPLAY 'AOC02V: unable to open transmission register ' FUNCTION TRIM(XMITREG-FILENAME) ' (status ' XMITREG-STATUS '), register checks skipped' UPON STDERR
           SET VERIFY-INCOMPLETE TO TRUE
       END-IF
       OPEN INPUT EXCEPTION-MASTER
       IF EXCMST-STATUS IS EQUAL TO '00' THEN
           SET EXCMST-AVAILABLE TO TRUE
       ELSE
           DISPLAY 'AOC02V: unable to open exception master ' FUNCTION TRIM(EXCMST-FILENAME) ' (status ' EXCMST-STATUS '), master checks skipped' UPON STDERR
           SET VERIFY-INCOMPLETE TO TRUE
       END-IF
       OPEN INPUT RESTART-FILE
       IF RESTART-STATUS IS EQUAL TO '00' THEN
           SET RESTART-AVAILABLE TO TRUE
       ELSE
           DISPLAY 'AOC02V: unable to open restart file ' FUNCTION TRIM(RESTART-FILENAME) ' (status ' RESTART-STATUS '), checkpoint check skipped' UPON STDERR
           SET VERIFY-INCOMPLETE TO TRUE
       END-IF.

*> the trend file is keyed date first, so its first record carries
*> the oldest date AOC02M's archive sweep has left on it
FIND-OLDEST-TREND-DATE.
       IF NOT TREND-AVAILABLE THEN
           EXIT PARAGRAPH
       END-IF
       MOVE LOW-VALUES TO TR-KEY
       START TREND-FILE KEY IS GREATER THAN OR EQUAL TO TR-KEY
         INVALID KEY
             EXIT PARAGRAPH
       END-START
       READ TREND-FILE NEXT RECORD
         AT END
             EXIT PARAGRAPH
       END-READ
       IF TREND-STATUS IS EQUAL TO '00' OR TREND-STATUS IS EQUAL TO '02' THEN
           MOVE TR-DATE TO OLDEST-TREND-DATE
       END-IF.

*> looks the trend file up at TR-KEY and says whether it holds a
*> real processed-file record there (not a gap or outage marker)
READ-REAL-TREND.
       SET TREND-NOT-FOUND TO TRUE
       READ TREND-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             IF TR-STATUS IS EQUAL TO SPACE THEN
                 SET TREND-FOUND TO TRUE
             END-IF
       END-READ.

*> register pass: notes every headered unit and its first registered
*> business date, and checks each entry still on the live trend
*> window has the trend record the same run wrote beside it - under
*> the unit id for a batched-file section, the filename otherwise
VERIFY-XMIT-REGISTER.
       IF NOT XMITREG-AVAILABLE THEN
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL XMITREG-STATUS IS NOT EQUAL TO '00'
           READ XMIT-REGISTER NEXT RECORD
             AT END
                 EXIT PERFORM
           END-READ
           IF XMITREG-STATUS IS NOT EQUAL TO '00' AND XMITREG-STATUS IS NOT EQUAL TO '02' THEN
               DISPLAY 'AOC02V: transmission register read failed (status ' XMITREG-STATUS '), register check incomplete' UPON STDERR
               SET VERIFY-INCOMPLETE TO TRUE
               EXIT PERFORM
           END-IF
           ADD 1 TO XMITREG-READ
           PERFORM NOTE-HEADERED-UNIT
           IF TREND-AVAILABLE AND XR-BUS-DATE IS GREATER THAN OR EQUAL TO OLDEST-TREND-DATE THEN
               PERFORM CHECK-REGISTER-AGAINST-TREND
           END-IF
       END-PERFORM.

*> the register is keyed unit first, so a unit's first entry read is
*> its earliest business date
NOTE-HEADERED-UNIT.
       PERFORM FIND-HEADERED-UNIT
       IF HU-FOUND THEN
           EXIT PARAGRAPH
       END-IF
       IF HU-COUNT IS GREATER THAN OR EQUAL TO HU-MAX THEN
           DISPLAY 'AOC02V: too many headered units (max ' HU-MAX '), unit ' XR-UNIT-ID ' trend records not checked' UPON STDERR
           SET VERIFY-INCOMPLETE TO TRUE
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO HU-COUNT
       MOVE XR-UNIT-ID TO HU-UNIT-ID(HU-COUNT)
       MOVE XR-BUS-DATE TO HU-FIRST-DATE(HU-COUNT).

FIND-HEADERED-UNIT.
       SET HU-NOT-FOUND TO TRUE
       PERFORM VARYING HU-INDEX FROM 1 BY 1 UNTIL HU-INDEX IS GREATER THAN HU-COUNT
           IF HU-UNIT-ID(HU-INDEX) IS EQUAL TO XR-UNIT-ID THEN
               SET HU-FOUND TO TRUE
               EXIT PERFORM
           END-IF
       END-PERFORM.

CHECK-REGISTER-AGAINST-TREND.
       MOVE XR-BUS-DATE TO TR-DATE
       MOVE XR-UNIT-ID TO TR-FILENAME
       MOVE XR-SHIFT TO TR-SHIFT
       PERFORM READ-REAL-TREND
       PERFORM VARYING SC-INDEX FROM 1 BY 1 UNTIL SC-INDEX IS GREATER THAN SC-COUNT OR TREND-FOUND
           IF SC-UNIT-ID(SC-INDEX) IS EQUAL TO XR-UNIT-ID THEN
               MOVE XR-BUS-DATE TO TR-DATE
               MOVE SC-FILENAME(SC-INDEX) TO TR-FILENAME
               MOVE XR-SHIFT TO TR-SHIFT
               PERFORM READ-REAL-TREND
           END-IF
       END-PERFORM
       IF TREND-NOT-FOUND THEN
           ADD 1 TO XMITREG-DISCREPANCIES
           MOVE XR-SHIFT TO CHECK-SHIFT
           PERFORM BUILD-SHIFT-TAG
           DISPLAY 'DISCREPANCY XMITREG  UNIT ' XR-UNIT-ID ' BUS-DATE ' XR-BUS-DATE SHIFT-TAG
               ' REGISTERED BY RUN ' XR-RUN-DATE ' ' XR-RUN-TIME ' HAS NO TREND RECORD'
       END-IF.

*> master pass: the entries come back in identity order, so one
*> identity's entries are gathered, then checked date by date
*> against the trend record for that identity and business date
VERIFY-EXCEPTION-MASTER.
       IF NOT EXCMST-AVAILABLE THEN
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL EXCMST-STATUS IS NOT EQUAL TO '00'
           READ EXCEPTION-MASTER NEXT RECORD
             AT END
                 EXIT PERFORM
           END-READ
           IF EXCMST-STATUS IS NOT EQUAL TO '00' AND EXCMST-STATUS IS NOT EQUAL TO '02' THEN
               DISPLAY 'AOC02V: exception master read failed (status ' EXCMST-STATUS '), master check incomplete' UPON STDERR
               SET VERIFY-INCOMPLETE TO TRUE
               EXIT PERFORM
           END-IF
           ADD 1 TO EXCMST-READ
           IF EM-FILENAME IS NOT EQUAL TO GROUP-FILENAME THEN
               PERFORM FLUSH-MASTER-GROUP
               PERFORM BEGIN-MASTER-GROUP
           END-IF
           PERFORM TALLY-MASTER-ENTRY
       END-PERFORM
       PERFORM FLUSH-MASTER-GROUP.

BEGIN-MASTER-GROUP.
       MOVE EM-FILENAME TO GROUP-FILENAME
       MOVE ZERO TO EG-COUNT
       MOVE 'N' TO EG-OVERFLOW-SWITCH.

*> counts an unsafe report line, or notes a section that failed as
*> a whole, under its business date and filing run date; an entry
*> filed before the master carried a business date cannot be tied
*> to the trend and is only counted
TALLY-MASTER-ENTRY.
       IF EM-BUS-DATE IS NOT NUMERIC OR EM-BUS-DATE IS EQUAL TO ZERO THEN
           ADD 1 TO EXCMST-UNDATED
           EXIT PARAGRAPH
       END-IF
       IF EM-BUS-DATE IS LESS THAN EM-MIN-BUS-DATE THEN
           MOVE EM-BUS-DATE TO EM-MIN-BUS-DATE
       END-IF

       SET EM-OTHER-ENTRY TO TRUE
       EVALUATE EM-REASON
           WHEN 'TRAILER MISSING'
           WHEN 'TRAILER COUNT BAD'
           WHEN 'TRAILER CHECKSUM BAD'
           WHEN 'RESEND CONFLICT'
           WHEN 'DUPLICATE FILE'
               SET EM-SECTION-FAILURE TO TRUE
           WHEN OTHER
               IF EM-LINE-NO IS GREATER THAN ZERO AND EM-LINE-NO IS LESS THAN FILE-LEVEL-LINE-BASE THEN
                   SET EM-UNSAFE-LINE TO TRUE
               END-IF
       END-EVALUATE
       IF EM-OTHER-ENTRY THEN
           EXIT PARAGRAPH
       END-IF

       PERFORM VARYING EG-INDEX FROM 1 BY 1 UNTIL EG-INDEX IS GREATER THAN EG-COUNT
           IF EG-BUS-DATE(EG-INDEX) IS EQUAL TO EM-BUS-DATE AND EG-SHIFT(EG-INDEX) IS EQUAL TO EM-SHIFT
                   AND EG-RUN-DATE(EG-INDEX) IS EQUAL TO EM-RUN-DATE THEN
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF EG-INDEX IS GREATER THAN EG-COUNT THEN
           IF EG-COUNT IS GREATER THAN OR EQUAL TO EG-MAX THEN
               SET EG-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EG-COUNT
           MOVE EG-COUNT TO EG-INDEX
           MOVE EM-BUS-DATE TO EG-BUS-DATE(EG-INDEX)
           MOVE EM-SHIFT TO EG-SHIFT(EG-INDEX)
           MOVE EM-RUN-DATE TO EG-RUN-DATE(EG-INDEX)
           MOVE ZERO TO EG-LINES(EG-INDEX)
           MOVE 'N' TO EG-SECTION-FAILED(EG-INDEX)
           MOVE 'N' TO EG-CHECKED(EG-INDEX)
       END-IF
       IF EM-UNSAFE-LINE THEN
           ADD 1 TO EG-LINES(EG-INDEX)
       ELSE
           MOVE 'Y' TO EG-SECTION-FAILED(EG-INDEX)
       END-IF.

FLUSH-MASTER-GROUP.
       IF GROUP-FILENAME IS EQUAL TO SPACES OR EG-COUNT IS EQUAL TO ZERO THEN
           EXIT PARAGRAPH
       END-IF
       IF EG-OVERFLOWED THEN
           DISPLAY 'AOC02V: too many dates for ' FUNCTION TRIM(GROUP-FILENAME) ' (max ' EG-MAX '), its master entries not checked' UPON STDERR
           SET VERIFY-INCOMPLETE TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING EG-INDEX FROM 1 BY 1 UNTIL EG-INDEX IS GREATER THAN EG-COUNT
           IF EG-CHECKED(EG-INDEX) IS NOT EQUAL TO 'Y' THEN
               MOVE EG-BUS-DATE(EG-INDEX) TO CHECK-BUS-DATE
               MOVE EG-SHIFT(EG-INDEX) TO CHECK-SHIFT
               PERFORM CHECK-MASTER-BUS-DATE
           END-IF
       END-PERFORM.

*> one identity, business date and shift. A -FORCE rerun on a later day
*> files the same section again under a new run date, and an abend
*> picked up the next day splits it across two, so the master agrees
*> when any one filing - or all of them together - carries as many
*> unsafe lines as the trend. No trend record is expected for a
*> section that failed reconciliation or was a duplicate, nor for a
*> date already archived off the live trend file
CHECK-MASTER-BUS-DATE.
       MOVE ZERO TO DATE-LINES-TOTAL
       SET DATE-SECTION-OK TO TRUE
       PERFORM VARYING EG-SCAN FROM EG-INDEX BY 1 UNTIL EG-SCAN IS GREATER THAN EG-COUNT
           IF EG-BUS-DATE(EG-SCAN) IS EQUAL TO CHECK-BUS-DATE AND EG-SHIFT(EG-SCAN) IS EQUAL TO CHECK-SHIFT THEN
               MOVE 'Y' TO EG-CHECKED(EG-SCAN)
               ADD EG-LINES(EG-SCAN) TO DATE-LINES-TOTAL
               IF EG-SECTION-FAILED(EG-SCAN) IS EQUAL TO 'Y' THEN
                   SET DATE-SECTION-FAILED TO TRUE
               END-IF
           END-IF
       END-PERFORM
       IF DATE-LINES-TOTAL IS GREATER THAN ZERO THEN
           PERFORM NOTE-MASTER-DATE-SEEN
       END-IF

       IF NOT TREND-AVAILABLE OR CHECK-BUS-DATE IS LESS THAN OLDEST-TREND-DATE THEN
           EXIT PARAGRAPH
       END-IF
       MOVE CHECK-BUS-DATE TO TR-DATE
       MOVE GROUP-FILENAME TO TR-FILENAME
       MOVE CHECK-SHIFT TO TR-SHIFT
       PERFORM READ-REAL-TREND
       PERFORM BUILD-SHIFT-TAG

       IF TREND-NOT-FOUND THEN
           IF DATE-SECTION-OK AND DATE-LINES-TOTAL IS GREATER THAN ZERO THEN
               ADD 1 TO EXCMST-DISCREPANCIES
               MOVE DATE-LINES-TOTAL TO PRT-COUNT
               DISPLAY 'DISCREPANCY EXCMST   ' FUNCTION TRIM(GROUP-FILENAME) ' BUS-DATE ' CHECK-BUS-DATE SHIFT-TAG
                   ' MASTER HOLDS ' FUNCTION TRIM(PRT-COUNT) ' UNSAFE LINES BUT THERE IS NO TREND RECORD'
           END-IF
           EXIT PARAGRAPH
       END-IF

       COMPUTE EXPECTED-UNSAFE = TR-TOTAL-REPORTS - TR-NSAFE-DAMPENED
       IF DATE-LINES-TOTAL IS EQUAL TO EXPECTED-UNSAFE THEN
           EXIT PARAGRAPH
       END-IF
       SET DATE-NOT-MATCHED TO TRUE
       PERFORM VARYING EG-SCAN FROM EG-INDEX BY 1 UNTIL EG-SCAN IS GREATER THAN EG-COUNT
           IF EG-BUS-DATE(EG-SCAN) IS EQUAL TO CHECK-BUS-DATE AND EG-SHIFT(EG-SCAN) IS EQUAL TO CHECK-SHIFT
                   AND EG-LINES(EG-SCAN) IS EQUAL TO EXPECTED-UNSAFE THEN
               SET DATE-MATCHED TO TRUE
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF DATE-NOT-MATCHED THEN
           ADD 1 TO EXCMST-DISCREPANCIES
           MOVE DATE-LINES-TOTAL TO PRT-COUNT
           MOVE EXPECTED-UNSAFE TO PRT-EXPECTED
           DISPLAY 'DISCREPANCY EXCMST   ' FUNCTION TRIM(GROUP-FILENAME) ' BUS-DATE ' CHECK-BUS-DATE SHIFT-TAG
               ' MASTER HOLDS ' FUNCTION TRIM(PRT-COUNT) ' UNSAFE LINES, TREND (RUN TIME ' TR-RUN-TIME
               ') COUNTS ' FUNCTION TRIM(PRT-EXPECTED)
       END-IF.

NOTE-MASTER-DATE-SEEN.
       IF ES-COUNT IS GREATER THAN OR EQUAL TO ES-MAX THEN
           IF NOT ES-OVERFLOWED THEN
               DISPLAY 'AOC02V: too many unit days on the exception master (max ' ES-MAX '), trend-to-master check skipped' UPON STDERR
               SET VERIFY-INCOMPLETE TO TRUE
           END-IF
           SET ES-OVERFLOWED TO TRUE
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO ES-COUNT
       MOVE GROUP-FILENAME TO ES-FILENAME(ES-COUNT)
       MOVE CHECK-BUS-DATE TO ES-BUS-DATE(ES-COUNT)
       MOVE CHECK-SHIFT TO ES-SHIFT(ES-COUNT).

BUILD-SHIFT-TAG.
       MOVE SPACES TO SHIFT-TAG
       IF CHECK-SHIFT IS NOT EQUAL TO SPACE THEN
           STRING ' SHIFT ' CHECK-SHIFT DELIMITED BY SIZE INTO SHIFT-TAG
       END-IF.

*> trend pass: every real record for a headered unit dated after the
*> unit first registered needs its register entry, and every day the
*> trend counts unsafe lines needs them on the exception master -
*> once the master carries business dates at all
VERIFY-TREND-FILE.
       IF NOT TREND-AVAILABLE THEN
           EXIT PARAGRAPH
       END-IF
       MOVE LOW-VALUES TO TR-KEY
       START TREND-FILE KEY IS GREATER THAN OR EQUAL TO TR-KEY
         INVALID KEY
             EXIT PARAGRAPH
       END-START
       PERFORM UNTIL TREND-STATUS IS NOT EQUAL TO '00' AND TREND-STATUS IS NOT EQUAL TO '02'
           READ TREND-FILE NEXT RECORD
             AT END
                 EXIT PERFORM
           END-READ
           IF TREND-STATUS IS NOT EQUAL TO '00' AND TREND-STATUS IS NOT EQUAL TO '02' THEN
               DISPLAY 'AOC02V: trend file read failed (status ' TREND-STATUS '), trend check incomplete' UPON STDERR
               SET VERIFY-INCOMPLETE TO TRUE
               EXIT PERFORM
           END-IF
           ADD 1 TO TREND-READ
           IF TR-STATUS IS EQUAL TO SPACE THEN
               PERFORM CHECK-TREND-AGAINST-REGISTER
               PERFORM CHECK-TREND-AGAINST-MASTER
           END-IF
       END-PERFORM.

*> the unit id a trend identity registers under: its unit master entry,
*> else the identity itself for a batched-file section
CHECK-TREND-AGAINST-REGISTER.
       IF NOT XMITREG-AVAILABLE THEN
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO TREND-UNIT-ID
       PERFORM VARYING SC-INDEX FROM 1 BY 1 UNTIL SC-INDEX IS GREATER THAN SC-COUNT
           IF SC-FILENAME(SC-INDEX) IS EQUAL TO TR-FILENAME THEN
               MOVE SC-UNIT-ID(SC-INDEX) TO TREND-UNIT-ID
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF TREND-UNIT-ID IS EQUAL TO SPACES AND TR-FILENAME(9:72) IS EQUAL TO SPACES THEN
           MOVE TR-FILENAME(1:8) TO TREND-UNIT-ID
       END-IF
       IF TREND-UNIT-ID IS EQUAL TO SPACES THEN
           EXIT PARAGRAPH
       END-IF

       MOVE TREND-UNIT-ID TO XR-UNIT-ID
       PERFORM FIND-HEADERED-UNIT
       IF HU-NOT-FOUND THEN
           EXIT PARAGRAPH
       END-IF
       IF TR-DATE IS LESS THAN HU-FIRST-DATE(HU-INDEX) THEN
           EXIT PARAGRAPH
       END-IF
       MOVE TR-DATE TO XR-BUS-DATE
       MOVE TR-SHIFT TO XR-SHIFT
       MOVE TR-SHIFT TO CHECK-SHIFT
       PERFORM BUILD-SHIFT-TAG
       READ XMIT-REGISTER
         INVALID KEY
             ADD 1 TO XMITREG-DISCREPANCIES
             DISPLAY 'DISCREPANCY XMITREG  ' FUNCTION TRIM(TR-FILENAME) ' BUS-DATE ' TR-DATE SHIFT-TAG
                 ' TREND RECORD (RUN TIME ' TR-RUN-TIME ') HAS NO REGISTER ENTRY FOR UNIT ' TREND-UNIT-ID
       END-READ.

CHECK-TREND-AGAINST-MASTER.
       IF NOT EXCMST-AVAILABLE OR ES-OVERFLOWED THEN
           EXIT PARAGRAPH
       END-IF
       IF TR-DATE IS LESS THAN EM-MIN-BUS-DATE THEN
           EXIT PARAGRAPH
       END-IF
       COMPUTE EXPECTED-UNSAFE = TR-TOTAL-REPORTS - TR-NSAFE-DAMPENED
       IF EXPECTED-UNSAFE IS NOT GREATER THAN ZERO THEN
           EXIT PARAGRAPH
       END-IF
       SET ES-NOT-FOUND TO TRUE
       PERFORM VARYING ES-INDEX FROM 1 BY 1 UNTIL ES-INDEX IS GREATER THAN ES-COUNT
           IF ES-BUS-DATE(ES-INDEX) IS EQUAL TO TR-DATE AND ES-FILENAME(ES-INDEX) IS EQUAL TO TR-FILENAME
                   AND ES-SHIFT(ES-INDEX) IS EQUAL TO TR-SHIFT THEN
               SET ES-FOUND TO TRUE
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF ES-NOT-FOUND THEN
           ADD 1 TO EXCMST-DISCREPANCIES
           MOVE EXPECTED-UNSAFE TO PRT-EXPECTED
           MOVE TR-SHIFT TO CHECK-SHIFT
           PERFORM BUILD-SHIFT-TAG
           DISPLAY 'DISCREPANCY EXCMST   ' FUNCTION TRIM(TR-FILENAME) ' BUS-DATE ' TR-DATE SHIFT-TAG
               ' TREND (RUN TIME ' TR-RUN-TIME ') COUNTS ' FUNCTION TRIM(PRT-EXPECTED)
               ' UNSAFE LINES BUT THE MASTER HOLDS NONE'
       END-IF.

*> checkpoint pass: a completed run that processed the file deleted
*> its checkpoint at the end, so one written at or before the file's
*> last completion has been left behind and would restart a later
*> run part-way into a file it already finished
VERIFY-CHECKPOINTS.
       IF NOT RESTART-AVAILABLE THEN
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL RESTART-STATUS IS NOT EQUAL TO '00'
           READ RESTART-FILE NEXT RECORD
             AT END
                 EXIT PERFORM
           END-READ
           IF RESTART-STATUS IS NOT EQUAL TO '00' AND RESTART-STATUS IS NOT EQUAL TO '02' THEN
               DISPLAY 'AOC02V: restart file read failed (status ' RESTART-STATUS '), checkpoint check incomplete' UPON STDERR
               SET VERIFY-INCOMPLETE TO TRUE
               EXIT PERFORM
           END-IF
           ADD 1 TO RESTART-READ
           PERFORM CHECK-ONE-CHECKPOINT
       END-PERFORM.

CHECK-ONE-CHECKPOINT.
       *> written before checkpoints carried their run stamp
       IF RF-RUN-DATE IS NOT NUMERIC OR RF-RUN-DATE IS EQUAL TO ZERO THEN
           ADD 1 TO RESTART-UNSTAMPED
           EXIT PARAGRAPH
       END-IF
       IF NOT LEDGER-AVAILABLE THEN
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING LC-INDEX FROM 1 BY 1 UNTIL LC-INDEX IS GREATER THAN LC-COUNT
           IF LC-FILENAME(LC-INDEX) IS EQUAL TO RF-KEY THEN
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF LC-INDEX IS GREATER THAN LC-COUNT THEN
           EXIT PARAGRAPH
       END-IF
       COMPUTE LC-STAMP = LC-RUN-DATE(LC-INDEX) * 1000000 + LC-RUN-TIME(LC-INDEX)
       COMPUTE CKPT-STAMP = RF-RUN-DATE * 1000000 + RF-RUN-TIME
       IF LC-STAMP IS GREATER THAN OR EQUAL TO CKPT-STAMP THEN
           ADD 1 TO RESTART-DISCREPANCIES
           MOVE RF-LINE-NUMBER TO PRT-LINE-NO
           DISPLAY 'DISCREPANCY RESTART  ' FUNCTION TRIM(RF-KEY) ' CHECKPOINT AT LINE ' FUNCTION TRIM(PRT-LINE-NO)
               ' FROM RUN ' RF-RUN-DATE ' ' RF-RUN-TIME ' OUTLIVED ITS LAST COMPLETED RUN '
               LC-RUN-DATE(LC-INDEX) ' ' LC-RUN-TIME(LC-INDEX)
       END-IF.

*> what the ledger pass left over: runs that abended and were never
*> restarted, and extract records written by a run the ledger never
*> saw start or never saw finish
REPORT-LEDGER-FINDINGS.
       IF NOT LEDGER-AVAILABLE THEN
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING AB-INDEX FROM 1 BY 1 UNTIL AB-INDEX IS GREATER THAN AB-COUNT
           ADD 1 TO LEDGER-DISCREPANCIES
           DISPLAY 'DISCREPANCY LEDGER   RUN START ' AB-RUN-DATE(AB-INDEX) ' ' AB-RUN-TIME(AB-INDEX)
               ' HAS NO RUN END AND NO RESTART RUN PICKED IT UP'
       END-PERFORM
       IF NOT EXTRACT-AVAILABLE THEN
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING HS-INDEX FROM 1 BY 1 UNTIL HS-INDEX IS GREATER THAN HS-COUNT
           MOVE HS-RECORDS(HS-INDEX) TO PRT-COUNT
           EVALUATE HS-STATE(HS-INDEX)
               WHEN SPACE
                   ADD 1 TO EXTRACT-DISCREPANCIES
                   DISPLAY 'DISCREPANCY HISTEX   ' FUNCTION TRIM(PRT-COUNT) ' RECORDS FROM RUN '
                       HS-RUN-DATE(HS-INDEX) ' ' HS-RUN-TIME(HS-INDEX) ' WHICH THE LEDGER NEVER RECORDED'
               WHEN 'S'
                   ADD 1 TO EXTRACT-DISCREPANCIES
                   DISPLAY 'DISCREPANCY HISTEX   ' FUNCTION TRIM(PRT-COUNT) ' RECORDS FROM RUN '
                       HS-RUN-DATE(HS-INDEX) ' ' HS-RUN-TIME(HS-INDEX) ' WHICH NEVER REACHED RUN END'
           END-EVALUATE
       END-PERFORM.
