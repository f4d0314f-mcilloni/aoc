IDENTIFICATION DIVISION.
PROGRAM-ID. AOC02U.
*> 2026-10-15 maintenance front end for the AOC02 unit master
*>            (AOC02.UNITMST, keyed unit id), which replaces the
*>            hand-edited expected-units schedule (AOC02.SCHED) and
*>            alert routing master (AOC02.ROUTES): ADD onboards a unit
*>            with its file, active flag, day-of-week mask, owning
*>            crew and escalation target; CHANGE alters one field;
*>            RETIRE takes a unit out of service but keeps its entry;
*>            LIST prints the master. Every field is validated on
*>            entry - a unit with no owning crew is refused - so a
*>            bad setup is found at the desk, not by the nightly run.
*>            CHECK confirms every unit with an approved band in the
*>            band master is on the unit master; IMPORT loads the old
*>            flat files once at cutover. Every change is journaled
*> 2026-10-15 CHANGE ... SHIFTS sets the shift codes of a unit that
*>            transmits once per shift (UM-SHIFTS, up to four letters
*>            or digits; '-' makes it a whole-day reporter again);
*>            LIST shows them and CHECK re-validates them
*> 2026-10-15 a unit added by ADD or IMPORT whose journal entry could
*>            not be written ends the run RC=8, as CHANGE and RETIRE
*>            already did, instead of being reported as a clean add

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT UNIT-MASTER
                   ASSIGN TO DYNAMIC UNITMST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UM-KEY
                   FILE STATUS IS UNITMST-STATUS.

               SELECT BAND-MASTER
                   ASSIGN TO DYNAMIC BANDMST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BM-KEY
                   FILE STATUS IS BANDMST-STATUS.

               SELECT JOURNAL-FILE
                   ASSIGN TO DYNAMIC JOURNAL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JOURNAL-STATUS.

               SELECT SCHEDULE-FILE
                   ASSIGN TO DYNAMIC SCHEDULE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SCHEDULE-STATUS.

               SELECT ROUTING-FILE
                   ASSIGN TO DYNAMIC ROUTING-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ROUTING-STATUS.

DATA DIVISION.
       FILE SECTION.
           *> the unit master - one entry per reactor unit, the single
           *> place a unit is set up. Every program that reads it
           *> carries a copy of this FD and must stay in step with it:
           *>   UM-FILENAME    the daily file the unit transmits (or
           *>                  the concentrator file it arrives in)
           *>   UM-ACTIVE      'A' live, 'M' mothballed (kept, not
           *>                  expected), 'R' retired
           *>   UM-DOW-MASK    Monday-through-Sunday Y/N, days due
           *>   UM-RECIPIENT   the crew/userid that owns its alerts
           *>   UM-ESCALATION  who an unacknowledged alert goes to
           *>                  next (spaces: the catch-all on-call id)
           *>   UM-SHIFTS      the shift codes a shift reporter stamps
           *>                  on its HDR records, one character each
           *>                  (spaces: one whole-day transmission)
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

           *> must stay in step with the JOURNAL-FILE FD in aoc02j.cbl
           *> - one line per master change, shared by every maintenance
           *> front end; the images are the raw master records
           FD JOURNAL-FILE.
           01 JOURNAL-RECORD.
               05 JR-DATE PICTURE IS 9(8).
               05 JR-TIME PICTURE IS 9(6).
               05 JR-USERID PICTURE IS X(8).
               05 JR-PROGRAM PICTURE IS X(8).
               05 JR-MASTER PICTURE IS X(8).
               05 JR-COMMAND PICTURE IS X(8).
               05 JR-UNIT PICTURE IS X(80).
               05 JR-KEY PICTURE IS X(40).
               *> 'Y' the change replaced a record, 'N' it added one
               05 JR-BEFORE-FLAG PICTURE IS X(1).
               05 JR-BEFORE-IMAGE PICTURE IS X(300).
               05 JR-AFTER-IMAGE PICTURE IS X(300).

           *> the retired flat files, read only by IMPORT
           FD SCHEDULE-FILE.
           01 SCHEDULE-LINE PICTURE IS X(120).
                   88 SCHEDULE-EOF VALUE HIGH-VALUES.

           FD ROUTING-FILE.
           01 ROUTING-LINE PICTURE IS X(120).
                   88 ROUTING-EOF VALUE HIGH-VALUES.

WORKING-STORAGE SECTION.
       01 UNITMST-FILENAME PICTURE IS X(80) VALUE 'AOC02.UNITMST'.
       01 UNITMST-STATUS PICTURE IS X(02).
       01 BANDMST-FILENAME PICTURE IS X(80) VALUE 'AOC02.BANDMST'.
       01 BANDMST-STATUS PICTURE IS X(02).
       01 JOURNAL-FILENAME PICTURE IS X(80) VALUE 'AOC02.JOURNAL'.
       01 JOURNAL-STATUS PICTURE IS X(02).
       *> 'Y' once any change this run failed to reach the journal
       01 JOURNAL-FAILED-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 JOURNAL-WRITE-FAILED VALUE 'Y'.
           88 JOURNAL-WRITES-OK VALUE 'N'.
       01 JOURNAL-TIME-RAW PICTURE IS X(8).
       01 BEFORE-FLAG PICTURE IS X(1).
       01 BEFORE-IMAGE PICTURE IS X(300).
       01 SCHEDULE-FILENAME PICTURE IS X(80) VALUE 'AOC02.SCHED'.
       01 SCHEDULE-STATUS PICTURE IS X(02).
       01 ROUTING-FILENAME PICTURE IS X(80) VALUE 'AOC02.ROUTES'.
       01 ROUTING-STATUS PICTURE IS X(02).

       01 ARG-COUNT PICTURE IS 9(5).
       01 ARG-INDEX PICTURE IS 9(5).
       01 ARG-TEXT PICTURE IS X(80).
       01 COMMAND-WORD PICTURE IS X(8).
       01 RUN-DATE PICTURE IS 9(8).

       *> LIST filter: a unit id, or spaces for every unit
       01 LIST-UNIT PICTURE IS X(8) VALUE SPACES.
       01 LISTED-COUNT PICTURE IS 9(5) VALUE ZERO.

       *> the unit as entered, validated as a whole before the master
       *> is touched
       01 SET-UNIT-ID PICTURE IS X(8).
       01 SET-FILENAME PICTURE IS X(80).
       01 SET-ACTIVE PICTURE IS X(1).
       01 SET-DOW-MASK PICTURE IS X(7).
       01 SET-RECIPIENT PICTURE IS X(8).
       01 SET-ESCALATION PICTURE IS X(8).
       *> CHANGE: the field named and its new value
       01 CHANGE-FIELD PICTURE IS X(10).
       01 CHANGE-VALUE PICTURE IS X(80).
       01 NOTE-TEXT PICTURE IS X(40).
       01 NOTE-PTR PICTURE IS 9(3).
       01 NOTE-START PICTURE IS 9(3).

       *> field validation: FIELD-TEXT/FIELD-NAME/FIELD-MAX describe
       *> one argument; VALID-SWITCH goes 'N' at the first bad field
       *> and the message says which one and why
       01 FIELD-TEXT PICTURE IS X(80).
       01 FIELD-NAME PICTURE IS X(10).
       01 FIELD-MAX PICTURE IS 9(2).
       01 DOW-INDEX PICTURE IS 9(1).
       01 SHIFT-INDEX PICTURE IS 9(1).
       01 SHIFT-OTHER PICTURE IS 9(1).
       01 VALID-SWITCH PICTURE IS X(01).
           88 FIELDS-VALID VALUE 'Y'.
           88 FIELDS-INVALID VALUE 'N'.
       *> the pseudo unit id the nightly run files common-cause
       *> notifications under - never a real unit
       01 RESERVED-UNIT-ID PICTURE IS X(8) VALUE 'CMNCAUSE'.

       *> CHECK counters and the band-master unit last looked up
       01 CHECK-UNITS PICTURE IS 9(5) VALUE ZERO.
       01 CHECK-BAND-UNITS PICTURE IS 9(5) VALUE ZERO.
       01 CHECK-FINDINGS PICTURE IS 9(5) VALUE ZERO.
       01 LAST-BAND-UNIT PICTURE IS X(8).

       *> IMPORT: the old routing master, held while the schedule is
       *> walked so each unit goes in with its crew in one record
       01 IMPORT-TABLE.
           05 IMPORT-ROUTE OCCURS 50 TIMES.
               10 IR-UNIT-ID PICTURE IS X(8).
               10 IR-RECIPIENT PICTURE IS X(8).
               10 IR-ESCALATION PICTURE IS X(8).
               10 IR-USED PICTURE IS X(1).
       01 IR-MAX PICTURE IS 9(5) VALUE 50.
       01 IR-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 IR-INDEX PICTURE IS 9(5).
       01 IMPORTED-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 IMPORT-SKIPPED PICTURE IS 9(5) VALUE ZERO.
       01 IMPORT-REJECTED PICTURE IS 9(5) VALUE ZERO.
       01 ROUTE-FOUND-SWITCH PICTURE IS X(01).
           88 ROUTE-FOUND VALUE 'Y'.
           88 ROUTE-NOT-FOUND VALUE 'N'.

       01 STATUS-WORD PICTURE IS X(10).

PROCEDURE DIVISION.
       MOVE NUMBER-OF-CALL-PARAMETERS TO ARG-COUNT
       IF ARG-COUNT IS LESS THAN 1 THEN
           PERFORM SHOW-USAGE
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       ACCEPT RUN-DATE FROM DATE YYYYMMDD

       DISPLAY 1 UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       MOVE ARG-TEXT(1:8) TO COMMAND-WORD

       EVALUATE COMMAND-WORD
           WHEN 'LIST'
               PERFORM LIST-UNITS THRU LIST-UNITS-EXIT
           WHEN 'ADD'
               PERFORM ADD-UNIT-CMD THRU ADD-UNIT-CMD-EXIT
           WHEN 'CHANGE'
               PERFORM CHANGE-UNIT-CMD THRU CHANGE-UNIT-CMD-EXIT
           WHEN 'RETIRE'
               PERFORM RETIRE-UNIT-CMD THRU RETIRE-UNIT-CMD-EXIT
           WHEN 'CHECK'
               PERFORM CHECK-UNITS-CMD THRU CHECK-UNITS-CMD-EXIT
           WHEN 'IMPORT'
               PERFORM IMPORT-CMD THRU IMPORT-CMD-EXIT
           WHEN OTHER
               PERFORM SHOW-USAGE
               MOVE 2 TO RETURN-CODE
       END-EVALUATE.
STOP RUN.

SHOW-USAGE.
       DISPLAY "usage: AOC02U LIST [UNIT-ID]" UPON STDERR
       DISPLAY "       AOC02U ADD UNIT-ID FILENAME A|M DOW-MASK RECIPIENT ESCALATION|- [NOTE ...]" UPON STDERR
       DISPLAY "       AOC02U CHANGE UNIT-ID FILENAME|ACTIVE|DAYS|RECIPIENT|ESCALATION|SHIFTS VALUE [NOTE ...]" UPON STDERR
       DISPLAY "       AOC02U RETIRE UNIT-ID [NOTE ...]" UPON STDERR
       DISPLAY "       AOC02U CHECK" UPON STDERR
       DISPLAY "       AOC02U IMPORT [SCHEDULE-FILE [ROUTING-FILE]]" UPON STDERR.

*> walks the whole master in unit-id order printing every entry, or
*> only the requested unit's
LIST-UNITS.
       IF ARG-COUNT IS GREATER THAN 1 THEN
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
           MOVE ARG-TEXT(1:8) TO LIST-UNIT
       END-IF

       OPEN INPUT UNIT-MASTER
       IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02U: unable to open unit master ' FUNCTION TRIM(UNITMST-FILENAME) ' (status ' UNITMST-STATUS ')' UPON STDERR
           MOVE 8 TO RETURN-CODE
           GO TO LIST-UNITS-EXIT
       END-IF

       DISPLAY 'AOC02U UNIT MASTER'

       PERFORM UNTIL UNITMST-STATUS IS NOT EQUAL TO '00'
           READ UNIT-MASTER NEXT RECORD
             AT END
                 EXIT PERFORM
           END-READ
           IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
               EXIT PERFORM
           END-IF
           IF LIST-UNIT IS EQUAL TO SPACES OR UM-UNIT-ID IS EQUAL TO LIST-UNIT THEN
               PERFORM PRINT-ONE-UNIT
               ADD 1 TO LISTED-COUNT
           END-IF
       END-PERFORM

       CLOSE UNIT-MASTER
       DISPLAY 'UNITS LISTED: ' LISTED-COUNT
       MOVE 0 TO RETURN-CODE.

LIST-UNITS-EXIT.
       EXIT.

PRINT-ONE-UNIT.
       EVALUATE UM-ACTIVE
           WHEN 'A' MOVE 'ACTIVE' TO STATUS-WORD
           WHEN 'M' MOVE 'MOTHBALLED' TO STATUS-WORD
           WHEN 'R' MOVE 'RETIRED' TO STATUS-WORD
           WHEN OTHER MOVE UM-ACTIVE TO STATUS-WORD
       END-EVALUATE
       DISPLAY UM-UNIT-ID ' ' STATUS-WORD ' DAYS ' UM-DOW-MASK
           ' CREW ' UM-RECIPIENT ' ESCALATION ' UM-ESCALATION
           ' ' FUNCTION TRIM(UM-FILENAME)
       IF UM-ACTIVE IS EQUAL TO 'R' THEN
           DISPLAY '         ADDED ' UM-ADDED-DATE ' CHANGED ' UM-CHANGED-DATE ' RETIRED ' UM-RETIRED-DATE
       ELSE
           DISPLAY '         ADDED ' UM-ADDED-DATE ' CHANGED ' UM-CHANGED-DATE
       END-IF
       IF UM-SHIFTS IS NOT EQUAL TO SPACES THEN
           DISPLAY '         SHIFTS: ' UM-SHIFTS
       END-IF
       IF UM-NOTE IS NOT EQUAL TO SPACES THEN
           DISPLAY '         NOTE: ' UM-NOTE
       END-IF.

*> onboards one unit: every field is checked before the master is
*> opened, and a unit id already on the master (even retired) is
*> refused - CHANGE is how an existing unit is altered
ADD-UNIT-CMD.
       IF ARG-COUNT IS LESS THAN 7 THEN
           PERFORM SHOW-USAGE
           MOVE 2 TO RETURN-CODE
           GO TO ADD-UNIT-CMD-EXIT
       END-IF

       SET FIELDS-VALID TO TRUE
       DISPLAY 2 UPON ARGUMENT-NUMBER
       ACCEPT FIELD-TEXT FROM ARGUMENT-VALUE
       PERFORM CHECK-UNIT-ID-FIELD
       MOVE FIELD-TEXT(1:8) TO SET-UNIT-ID
       DISPLAY 3 UPON ARGUMENT-NUMBER
       ACCEPT FIELD-TEXT FROM ARGUMENT-VALUE
       PERFORM CHECK-FILENAME-FIELD
       MOVE FIELD-TEXT TO SET-FILENAME
       DISPLAY 4 UPON ARGUMENT-NUMBER
       ACCEPT FIELD-TEXT FROM ARGUMENT-VALUE
       PERFORM CHECK-ACTIVE-FIELD
       MOVE FIELD-TEXT(1:1) TO SET-ACTIVE
       DISPLAY 5 UPON ARGUMENT-NUMBER
       ACCEPT FIELD-TEXT FROM ARGUMENT-VALUE
       PERFORM CHECK-DOW-MASK-FIELD
       MOVE FIELD-TEXT(1:7) TO SET-DOW-MASK
       DISPLAY 6 UPON ARGUMENT-NUMBER
       ACCEPT FIELD-TEXT FROM ARGUMENT-VALUE
       PERFORM CHECK-RECIPIENT-FIELD
       MOVE FIELD-TEXT(1:8) TO SET-RECIPIENT
       DISPLAY 7 UPON ARGUMENT-NUMBER
       ACCEPT FIELD-TEXT FROM ARGUMENT-VALUE
       PERFORM CHECK-ESCALATION-FIELD
       MOVE FIELD-TEXT(1:8) TO SET-ESCALATION
       IF FIELDS-INVALID THEN
           DISPLAY 'AOC02U: unit not added' UPON STDERR
           MOVE 2 TO RETURN-CODE
           GO TO ADD-UNIT-CMD-EXIT
       END-IF

       MOVE 8 TO NOTE-START
       PERFORM COLLECT-NOTE-TEXT

       PERFORM OPEN-JOURNAL
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           MOVE 8 TO RETURN-CODE
           GO TO ADD-UNIT-CMD-EXIT
       END-IF
       PERFORM OPEN-UNIT-MASTER-UPDATE
       IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
           CLOSE JOURNAL-FILE
           MOVE 8 TO RETURN-CODE
           GO TO ADD-UNIT-CMD-EXIT
       END-IF

       *> WRITE-NEW-UNIT leaves RC 0, or 8 when the add could not be
       *> journaled
       PERFORM WRITE-NEW-UNIT
       IF UNITMST-STATUS IS EQUAL TO '00' THEN
           DISPLAY 'AOC02U: unit ' SET-UNIT-ID ' added'
       ELSE
           MOVE 8 TO RETURN-CODE
       END-IF

       CLOSE UNIT-MASTER
       CLOSE JOURNAL-FILE.

ADD-UNIT-CMD-EXIT.
       EXIT.

*> files the validated SET-* unit as a new entry and journals it; a
*> unit already on the master is refused with a non-'00' status left
*> in UNITMST-STATUS. Shared by ADD and IMPORT
WRITE-NEW-UNIT.
       MOVE 'N' TO BEFORE-FLAG
       MOVE SPACES TO BEFORE-IMAGE
       INITIALIZE UNIT-MASTER-RECORD
       MOVE SET-UNIT-ID TO UM-UNIT-ID
       MOVE SET-FILENAME TO UM-FILENAME
       MOVE SET-ACTIVE TO UM-ACTIVE
       MOVE SET-DOW-MASK TO UM-DOW-MASK
       MOVE SET-RECIPIENT TO UM-RECIPIENT
       MOVE SET-ESCALATION TO UM-ESCALATION
       MOVE RUN-DATE TO UM-ADDED-DATE
       MOVE RUN-DATE TO UM-CHANGED-DATE
       MOVE ZERO TO UM-RETIRED-DATE
       MOVE NOTE-TEXT TO UM-NOTE
       WRITE UNIT-MASTER-RECORD
         INVALID KEY
             DISPLAY 'AOC02U: unit ' SET-UNIT-ID ' is already on the unit master - use CHANGE' UPON STDERR
         NOT INVALID KEY
             MOVE 0 TO RETURN-CODE
             PERFORM WRITE-JOURNAL-ENTRY
       END-WRITE
       IF UNITMST-STATUS IS NOT EQUAL TO '00' AND UNITMST-STATUS IS NOT EQUAL TO '22' THEN
           DISPLAY 'AOC02U: write failed for ' SET-UNIT-ID ' (status ' UNITMST-STATUS ')' UPON STDERR
       END-IF.

*> alters one field of an existing unit, validated exactly as ADD
*> validates it; ACTIVE A or M on a retired unit reinstates it
CHANGE-UNIT-CMD.
       IF ARG-COUNT IS LESS THAN 4 THEN
           PERFORM SHOW-USAGE
           MOVE 2 TO RETURN-CODE
           GO TO CHANGE-UNIT-CMD-EXIT
       END-IF

       SET FIELDS-VALID TO TRUE
       DISPLAY 2 UPON ARGUMENT-NUMBER
       ACCEPT FIELD-TEXT FROM ARGUMENT-VALUE
       PERFORM CHECK-UNIT-ID-FIELD
       MOVE FIELD-TEXT(1:8) TO SET-UNIT-ID
       DISPLAY 3 UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       MOVE ARG-TEXT(1:10) TO CHANGE-FIELD
       DISPLAY 4 UPON ARGUMENT-NUMBER
       ACCEPT FIELD-TEXT FROM ARGUMENT-VALUE
       EVALUATE CHANGE-FIELD
           WHEN 'FILENAME'
               PERFORM CHECK-FILENAME-FIELD
           WHEN 'ACTIVE'
               PERFORM CHECK-ACTIVE-FIELD
           WHEN 'DAYS'
               PERFORM CHECK-DOW-MASK-FIELD
           WHEN 'RECIPIENT'
               PERFORM CHECK-RECIPIENT-FIELD
           WHEN 'ESCALATION'
               PERFORM CHECK-ESCALATION-FIELD
           WHEN 'SHIFTS'
               PERFORM CHECK-SHIFTS-FIELD
           WHEN OTHER
               DISPLAY 'AOC02U: unknown field ' FUNCTION TRIM(CHANGE-FIELD) ' - FILENAME, ACTIVE, DAYS, RECIPIENT, ESCALATION or SHIFTS' UPON STDERR
               SET FIELDS-INVALID TO TRUE
       END-EVALUATE
       MOVE FIELD-TEXT TO CHANGE-VALUE
       IF FIELDS-INVALID THEN
           DISPLAY 'AOC02U: unit not changed' UPON STDERR
           MOVE 2 TO RETURN-CODE
           GO TO CHANGE-UNIT-CMD-EXIT
       END-IF

       MOVE 5 TO NOTE-START
       PERFORM COLLECT-NOTE-TEXT

       PERFORM OPEN-JOURNAL
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           MOVE 8 TO RETURN-CODE
           GO TO CHANGE-UNIT-CMD-EXIT
       END-IF
       OPEN I-O UNIT-MASTER
       IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02U: unable to open unit master ' FUNCTION TRIM(UNITMST-FILENAME) ' (status ' UNITMST-STATUS ')' UPON STDERR
           CLOSE JOURNAL-FILE
           MOVE 8 TO RETURN-CODE
           GO TO CHANGE-UNIT-CMD-EXIT
       END-IF

       MOVE SET-UNIT-ID TO UM-UNIT-ID
       READ UNIT-MASTER
         INVALID KEY
             DISPLAY 'AOC02U: unit ' SET-UNIT-ID ' is not on the unit master - use ADD' UPON STDERR
             MOVE 8 TO RETURN-CODE
         NOT INVALID KEY
             MOVE 'Y' TO BEFORE-FLAG
             MOVE UNIT-MASTER-RECORD TO BEFORE-IMAGE
             EVALUATE CHANGE-FIELD
                 WHEN 'FILENAME'
                     MOVE CHANGE-VALUE TO UM-FILENAME
                 WHEN 'ACTIVE'
                     MOVE CHANGE-VALUE(1:1) TO UM-ACTIVE
                     MOVE ZERO TO UM-RETIRED-DATE
                 WHEN 'DAYS'
                     MOVE CHANGE-VALUE(1:7) TO UM-DOW-MASK
                 WHEN 'RECIPIENT'
                     MOVE CHANGE-VALUE(1:8) TO UM-RECIPIENT
                 WHEN 'ESCALATION'
                     MOVE CHANGE-VALUE(1:8) TO UM-ESCALATION
                 WHEN 'SHIFTS'
                     MOVE CHANGE-VALUE(1:4) TO UM-SHIFTS
             END-EVALUATE
             MOVE RUN-DATE TO UM-CHANGED-DATE
             IF NOTE-TEXT IS NOT EQUAL TO SPACES THEN
                 MOVE NOTE-TEXT TO UM-NOTE
             END-IF
             REWRITE UNIT-MASTER-RECORD
             IF UNITMST-STATUS IS EQUAL TO '00' THEN
                 DISPLAY 'AOC02U: unit ' SET-UNIT-ID ' ' FUNCTION TRIM(CHANGE-FIELD) ' changed'
                 MOVE 0 TO RETURN-CODE
                 PERFORM WRITE-JOURNAL-ENTRY
             ELSE
                 DISPLAY 'AOC02U: rewrite failed (status ' UNITMST-STATUS ')' UPON STDERR
                 MOVE 8 TO RETURN-CODE
             END-IF
       END-READ

       CLOSE UNIT-MASTER
       CLOSE JOURNAL-FILE.

CHANGE-UNIT-CMD-EXIT.
       EXIT.

*> takes a unit out of service: the entry stays on the master (the
*> trend, exception and band history still name it) but the nightly
*> run no longer expects it
RETIRE-UNIT-CMD.
       IF ARG-COUNT IS LESS THAN 2 THEN
           PERFORM SHOW-USAGE
           MOVE 2 TO RETURN-CODE
           GO TO RETIRE-UNIT-CMD-EXIT
       END-IF

       SET FIELDS-VALID TO TRUE
       DISPLAY 2 UPON ARGUMENT-NUMBER
       ACCEPT FIELD-TEXT FROM ARGUMENT-VALUE
       PERFORM CHECK-UNIT-ID-FIELD
       MOVE FIELD-TEXT(1:8) TO SET-UNIT-ID
       IF FIELDS-INVALID THEN
           MOVE 2 TO RETURN-CODE
           GO TO RETIRE-UNIT-CMD-EXIT
       END-IF

       MOVE 3 TO NOTE-START
       PERFORM COLLECT-NOTE-TEXT

       PERFORM OPEN-JOURNAL
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           MOVE 8 TO RETURN-CODE
           GO TO RETIRE-UNIT-CMD-EXIT
       END-IF
       OPEN I-O UNIT-MASTER
       IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02U: unable to open unit master ' FUNCTION TRIM(UNITMST-FILENAME) ' (status ' UNITMST-STATUS ')' UPON STDERR
           CLOSE JOURNAL-FILE
           MOVE 8 TO RETURN-CODE
           GO TO RETIRE-UNIT-CMD-EXIT
       END-IF

       MOVE SET-UNIT-ID TO UM-UNIT-ID
       READ UNIT-MASTER
         INVALID KEY
             DISPLAY 'AOC02U: unit ' SET-UNIT-ID ' is not on the unit master' UPON STDERR
             MOVE 8 TO RETURN-CODE
         NOT INVALID KEY
             IF UM-ACTIVE IS EQUAL TO 'R' THEN
                 DISPLAY 'AOC02U: unit ' SET-UNIT-ID ' was already retired on ' UM-RETIRED-DATE UPON STDERR
                 MOVE 4 TO RETURN-CODE
             ELSE
                 MOVE 'Y' TO BEFORE-FLAG
                 MOVE UNIT-MASTER-RECORD TO BEFORE-IMAGE
                 MOVE 'R' TO UM-ACTIVE
                 MOVE RUN-DATE TO UM-RETIRED-DATE
                 MOVE RUN-DATE TO UM-CHANGED-DATE
                 IF NOTE-TEXT IS NOT EQUAL TO SPACES THEN
                     MOVE NOTE-TEXT TO UM-NOTE
                 END-IF
                 REWRITE UNIT-MASTER-RECORD
                 IF UNITMST-STATUS IS EQUAL TO '00' THEN
                     DISPLAY 'AOC02U: unit ' SET-UNIT-ID ' retired'
                     MOVE 0 TO RETURN-CODE
                     PERFORM WRITE-JOURNAL-ENTRY
                 ELSE
                     DISPLAY 'AOC02U: rewrite failed (status ' UNITMST-STATUS ')' UPON STDERR
                     MOVE 8 TO RETURN-CODE
                 END-IF
             END-IF
       END-READ

       CLOSE UNIT-MASTER
       CLOSE JOURNAL-FILE.

RETIRE-UNIT-CMD-EXIT.
       EXIT.

*> consistency check of the master against itself and the band
*> master: every live entry must still pass the entry validation
*> (above all, have an owning crew), and every unit id holding an
*> approved band must be on the unit master. RC 0 clean, 8 findings
*> or a master that cannot be read
CHECK-UNITS-CMD.
       OPEN INPUT UNIT-MASTER
       IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02U: unable to open unit master ' FUNCTION TRIM(UNITMST-FILENAME) ' (status ' UNITMST-STATUS ')' UPON STDERR
           MOVE 8 TO RETURN-CODE
           GO TO CHECK-UNITS-CMD-EXIT
       END-IF

       DISPLAY 'AOC02U UNIT MASTER CHECK'

       PERFORM UNTIL UNITMST-STATUS IS NOT EQUAL TO '00'
           READ UNIT-MASTER NEXT RECORD
             AT END
                 EXIT PERFORM
           END-READ
           IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
               EXIT PERFORM
           END-IF
           ADD 1 TO CHECK-UNITS
           IF UM-ACTIVE IS NOT EQUAL TO 'R' THEN
               PERFORM CHECK-ONE-UNIT-ENTRY
           END-IF
       END-PERFORM

       OPEN INPUT BAND-MASTER
       IF BANDMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02U: unable to open band master ' FUNCTION TRIM(BANDMST-FILENAME) ' (status ' BANDMST-STATUS '), band cross-check not done' UPON STDERR
           ADD 1 TO CHECK-FINDINGS
       ELSE
           MOVE SPACES TO LAST-BAND-UNIT
           PERFORM UNTIL BANDMST-STATUS IS NOT EQUAL TO '00'
               READ BAND-MASTER NEXT RECORD
                 AT END
                     EXIT PERFORM
               END-READ
               IF BANDMST-STATUS IS NOT EQUAL TO '00' THEN
                   EXIT PERFORM
               END-IF
               IF BM-UNIT-ID IS NOT EQUAL TO LAST-BAND-UNIT THEN
                   MOVE BM-UNIT-ID TO LAST-BAND-UNIT
                   ADD 1 TO CHECK-BAND-UNITS
                   PERFORM CHECK-BAND-UNIT
               END-IF
           END-PERFORM
           CLOSE BAND-MASTER
       END-IF

       CLOSE UNIT-MASTER
       DISPLAY 'UNITS CHECKED: ' CHECK-UNITS '  BAND-MASTER UNITS: ' CHECK-BAND-UNITS '  FINDINGS: ' CHECK-FINDINGS
       IF CHECK-FINDINGS IS GREATER THAN ZERO THEN
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

CHECK-UNITS-CMD-EXIT.
       EXIT.

*> re-runs the entry validation on the unit master record just read
CHECK-ONE-UNIT-ENTRY.
       SET FIELDS-VALID TO TRUE
       MOVE UM-FILENAME TO FIELD-TEXT
       PERFORM CHECK-FILENAME-FIELD
       MOVE UM-ACTIVE TO FIELD-TEXT
       PERFORM CHECK-ACTIVE-FIELD
       MOVE UM-DOW-MASK TO FIELD-TEXT
       PERFORM CHECK-DOW-MASK-FIELD
       MOVE UM-RECIPIENT TO FIELD-TEXT
       PERFORM CHECK-RECIPIENT-FIELD
       IF UM-SHIFTS IS NOT EQUAL TO SPACES THEN
           MOVE UM-SHIFTS TO FIELD-TEXT
           PERFORM CHECK-SHIFTS-FIELD
       END-IF
       IF FIELDS-INVALID THEN
           ADD 1 TO CHECK-FINDINGS
           DISPLAY 'FINDING UNIT     ' UM-UNIT-ID ' FAILS ENTRY VALIDATION (SEE STDERR)'
       END-IF.

*> looks the band master's unit id up on the unit master: a band
*> approved for a unit nobody set up means alerts for it route
*> nowhere in particular and the expected-units check never asks for it
CHECK-BAND-UNIT.
       MOVE LAST-BAND-UNIT TO UM-UNIT-ID
       READ UNIT-MASTER
         INVALID KEY
             ADD 1 TO CHECK-FINDINGS
             DISPLAY 'FINDING BANDMST  ' LAST-BAND-UNIT ' HAS AN APPROVED BAND BUT IS NOT ON THE UNIT MASTER'
       END-READ.

*> one-time cutover: every line of the old schedule is validated and
*> added with its crew and escalation target out of the old routing
*> master; a unit already on the unit master is left alone, and a
*> schedule line with no routing line (or any bad field) is refused
*> and logged. RC 0 all loaded, 4 some lines skipped or refused, 8
*> nothing could be loaded
IMPORT-CMD.
       IF ARG-COUNT IS GREATER THAN 1 THEN
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
           MOVE ARG-TEXT TO SCHEDULE-FILENAME
       END-IF
       IF ARG-COUNT IS GREATER THAN 2 THEN
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
           MOVE ARG-TEXT TO ROUTING-FILENAME
       END-IF

       OPEN INPUT ROUTING-FILE
       IF ROUTING-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02U: unable to open routing file ' FUNCTION TRIM(ROUTING-FILENAME) ' (status ' ROUTING-STATUS ')' UPON STDERR
           MOVE 8 TO RETURN-CODE
           GO TO IMPORT-CMD-EXIT
       END-IF
       PERFORM UNTIL ROUTING-EOF
           READ ROUTING-FILE
             AT END
                 SET ROUTING-EOF TO TRUE
             NOT AT END
                 IF ROUTING-LINE IS NOT EQUAL TO SPACES AND ROUTING-LINE(1:1) IS NOT EQUAL TO '*' THEN
                     PERFORM ADD-IMPORT-ROUTE
                 END-IF
           END-READ
       END-PERFORM
       CLOSE ROUTING-FILE

       OPEN INPUT SCHEDULE-FILE
       IF SCHEDULE-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02U: unable to open schedule ' FUNCTION TRIM(SCHEDULE-FILENAME) ' (status ' SCHEDULE-STATUS ')' UPON STDERR
           MOVE 8 TO RETURN-CODE
           GO TO IMPORT-CMD-EXIT
       END-IF

       PERFORM OPEN-JOURNAL
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           CLOSE SCHEDULE-FILE
           MOVE 8 TO RETURN-CODE
           GO TO IMPORT-CMD-EXIT
       END-IF
       PERFORM OPEN-UNIT-MASTER-UPDATE
       IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
           CLOSE SCHEDULE-FILE
           CLOSE JOURNAL-FILE
           MOVE 8 TO RETURN-CODE
           GO TO IMPORT-CMD-EXIT
       END-IF

       MOVE 'imported from flat files' TO NOTE-TEXT
       PERFORM UNTIL SCHEDULE-EOF
           READ SCHEDULE-FILE
             AT END
                 SET SCHEDULE-EOF TO TRUE
             NOT AT END
                 IF SCHEDULE-LINE IS NOT EQUAL TO SPACES AND SCHEDULE-LINE(1:1) IS NOT EQUAL TO '*' THEN
                     PERFORM IMPORT-SCHEDULE-LINE
                 END-IF
           END-READ
       END-PERFORM

       *> a routing line for a unit the schedule never mentioned has
       *> nothing to attach to
       PERFORM VARYING IR-INDEX FROM 1 BY 1 UNTIL IR-INDEX IS GREATER THAN IR-COUNT
           IF IR-USED(IR-INDEX) IS NOT EQUAL TO 'Y' THEN
               DISPLAY 'AOC02U: routing entry for ' IR-UNIT-ID(IR-INDEX) ' has no schedule line, not imported' UPON STDERR
               ADD 1 TO IMPORT-SKIPPED
           END-IF
       END-PERFORM

       CLOSE SCHEDULE-FILE
       CLOSE UNIT-MASTER
       CLOSE JOURNAL-FILE

       DISPLAY 'UNITS IMPORTED: ' IMPORTED-COUNT '  SKIPPED: ' IMPORT-SKIPPED '  REFUSED: ' IMPORT-REJECTED
       *> a unit imported without its journal entry outranks every
       *> other outcome
       IF JOURNAL-WRITE-FAILED
               OR (IMPORTED-COUNT IS EQUAL TO ZERO AND IMPORT-REJECTED IS GREATER THAN ZERO) THEN
           MOVE 8 TO RETURN-CODE
       ELSE
           IF IMPORT-SKIPPED IS GREATER THAN ZERO OR IMPORT-REJECTED IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
       END-IF.

IMPORT-CMD-EXIT.
       EXIT.

*> parses one old routing line ('uuuuuuuu crew escalation') into the
*> import table, refusing (and logging) once IR-MAX is reached
ADD-IMPORT-ROUTE.
       IF IR-COUNT IS GREATER THAN OR EQUAL TO IR-MAX THEN
           DISPLAY 'AOC02U: too many routing entries (max ' IR-MAX '), ignoring: ' ROUTING-LINE(1:40) UPON STDERR
       ELSE
           ADD 1 TO IR-COUNT
           INITIALIZE IMPORT-ROUTE(IR-COUNT)
           UNSTRING ROUTING-LINE DELIMITED BY ALL SPACES
               INTO IR-UNIT-ID(IR-COUNT)
                    IR-RECIPIENT(IR-COUNT)
                    IR-ESCALATION(IR-COUNT)
           END-UNSTRING
           MOVE 'N' TO IR-USED(IR-COUNT)
       END-IF.

*> one old schedule line ('uuuuuuuu filename a ddddddd') through the
*> same validation ADD applies, with the crew from the routing table
IMPORT-SCHEDULE-LINE.
       MOVE SPACES TO SET-UNIT-ID SET-FILENAME SET-ACTIVE SET-DOW-MASK
       UNSTRING SCHEDULE-LINE DELIMITED BY ALL SPACES
           INTO SET-UNIT-ID
                SET-FILENAME
                SET-ACTIVE
                SET-DOW-MASK
       END-UNSTRING

       SET ROUTE-NOT-FOUND TO TRUE
       MOVE SPACES TO SET-RECIPIENT SET-ESCALATION
       PERFORM VARYING IR-INDEX FROM 1 BY 1 UNTIL IR-INDEX IS GREATER THAN IR-COUNT
           IF IR-UNIT-ID(IR-INDEX) IS EQUAL TO SET-UNIT-ID THEN
               SET ROUTE-FOUND TO TRUE
               MOVE 'Y' TO IR-USED(IR-INDEX)
               MOVE IR-RECIPIENT(IR-INDEX) TO SET-RECIPIENT
               MOVE IR-ESCALATION(IR-INDEX) TO SET-ESCALATION
               EXIT PERFORM
           END-IF
       END-PERFORM

       SET FIELDS-VALID TO TRUE
       MOVE SET-UNIT-ID TO FIELD-TEXT
       PERFORM CHECK-UNIT-ID-FIELD
       MOVE SET-FILENAME TO FIELD-TEXT
       PERFORM CHECK-FILENAME-FIELD
       *> the old schedule took anything but 'A' as mothballed
       IF SET-ACTIVE IS NOT EQUAL TO 'A' THEN
           MOVE 'M' TO SET-ACTIVE
       END-IF
       MOVE SET-DOW-MASK TO FIELD-TEXT
       PERFORM CHECK-DOW-MASK-FIELD
       MOVE SET-RECIPIENT TO FIELD-TEXT
       PERFORM CHECK-RECIPIENT-FIELD
       IF FIELDS-INVALID THEN
           DISPLAY 'AOC02U: schedule line refused: ' SCHEDULE-LINE(1:60) UPON STDERR
           ADD 1 TO IMPORT-REJECTED
           EXIT PARAGRAPH
       END-IF

       PERFORM WRITE-NEW-UNIT
       EVALUATE UNITMST-STATUS
           WHEN '00'
               ADD 1 TO IMPORTED-COUNT
               DISPLAY 'AOC02U: unit ' SET-UNIT-ID ' imported'
           WHEN '22'
               ADD 1 TO IMPORT-SKIPPED
           WHEN OTHER
               ADD 1 TO IMPORT-REJECTED
       END-EVALUATE.

*> the field checks ADD, CHANGE, CHECK and IMPORT share; each looks
*> at FIELD-TEXT and marks the fields invalid with a message
CHECK-UNIT-ID-FIELD.
       MOVE 'UNIT-ID' TO FIELD-NAME
       MOVE 8 TO FIELD-MAX
       PERFORM CHECK-FIELD-PRESENT
       IF FIELD-TEXT(1:1) IS EQUAL TO '*' OR FIELD-TEXT(1:1) IS EQUAL TO '-' THEN
           DISPLAY 'AOC02U: UNIT-ID may not start with ' FIELD-TEXT(1:1) UPON STDERR
           SET FIELDS-INVALID TO TRUE
       END-IF
       IF FIELD-TEXT(1:8) IS EQUAL TO RESERVED-UNIT-ID THEN
           DISPLAY 'AOC02U: UNIT-ID ' RESERVED-UNIT-ID ' is reserved for common-cause notifications' UPON STDERR
           SET FIELDS-INVALID TO TRUE
       END-IF.

CHECK-FILENAME-FIELD.
       MOVE 'FILENAME' TO FIELD-NAME
       MOVE 80 TO FIELD-MAX
       PERFORM CHECK-FIELD-PRESENT.

*> ADD and CHANGE set a unit live or mothballed; 'R' is RETIRE's
CHECK-ACTIVE-FIELD.
       MOVE 'ACTIVE' TO FIELD-NAME
       MOVE 1 TO FIELD-MAX
       PERFORM CHECK-FIELD-PRESENT
       IF FIELD-TEXT(1:1) IS NOT EQUAL TO 'A' AND FIELD-TEXT(1:1) IS NOT EQUAL TO 'M' THEN
           DISPLAY 'AOC02U: ACTIVE must be A (live) or M (mothballed), got ' FIELD-TEXT(1:1) UPON STDERR
           SET FIELDS-INVALID TO TRUE
       END-IF.

*> seven Y/N flags, Monday through Sunday
CHECK-DOW-MASK-FIELD.
       MOVE 'DOW-MASK' TO FIELD-NAME
       MOVE 7 TO FIELD-MAX
       PERFORM CHECK-FIELD-PRESENT
       PERFORM VARYING DOW-INDEX FROM 1 BY 1 UNTIL DOW-INDEX IS GREATER THAN 7
           IF FIELD-TEXT(DOW-INDEX:1) IS NOT EQUAL TO 'Y' AND FIELD-TEXT(DOW-INDEX:1) IS NOT EQUAL TO 'N' THEN
               DISPLAY 'AOC02U: DOW-MASK must be seven Y/N flags Monday-Sunday, got ' FIELD-TEXT(1:7) UPON STDERR
               SET FIELDS-INVALID TO TRUE
               EXIT PERFORM
           END-IF
       END-PERFORM.

*> a unit with no owning crew is exactly what this master must stop
CHECK-RECIPIENT-FIELD.
       MOVE 'RECIPIENT' TO FIELD-NAME
       MOVE 8 TO FIELD-MAX
       PERFORM CHECK-FIELD-PRESENT
       IF FIELD-TEXT(1:1) IS EQUAL TO '-' THEN
           DISPLAY 'AOC02U: every unit needs an owning crew in RECIPIENT' UPON STDERR
           SET FIELDS-INVALID TO TRUE
       END-IF.

*> '-' (or nothing, on IMPORT) leaves escalations to the on-call id
CHECK-ESCALATION-FIELD.
       IF FIELD-TEXT IS EQUAL TO '-' THEN
           MOVE SPACES TO FIELD-TEXT
           EXIT PARAGRAPH
       END-IF
       MOVE 'ESCALATION' TO FIELD-NAME
       MOVE 8 TO FIELD-MAX
       PERFORM CHECK-FIELD-PRESENT.

*> one to four distinct shift codes, each a letter or digit, written
*> together ('123', 'DN'); '-' clears them for a whole-day reporter
CHECK-SHIFTS-FIELD.
       IF FIELD-TEXT IS EQUAL TO '-' THEN
           MOVE SPACES TO FIELD-TEXT
           EXIT PARAGRAPH
       END-IF
       MOVE 'SHIFTS' TO FIELD-NAME
       MOVE 4 TO FIELD-MAX
       PERFORM CHECK-FIELD-PRESENT
       PERFORM VARYING SHIFT-INDEX FROM 1 BY 1 UNTIL SHIFT-INDEX IS GREATER THAN 4
           IF FIELD-TEXT(SHIFT-INDEX:1) IS EQUAL TO SPACE THEN
               IF FIELD-TEXT(SHIFT-INDEX:4 - SHIFT-INDEX + 1) IS NOT EQUAL TO SPACES THEN
                   DISPLAY 'AOC02U: SHIFTS must be written together, got ' FIELD-TEXT(1:4) UPON STDERR
                   SET FIELDS-INVALID TO TRUE
               END-IF
               EXIT PERFORM
           END-IF
           IF FIELD-TEXT(SHIFT-INDEX:1) IS NOT NUMERIC
                   AND FIELD-TEXT(SHIFT-INDEX:1) IS NOT ALPHABETIC-UPPER THEN
               DISPLAY 'AOC02U: SHIFTS codes must be letters or digits, got ' FIELD-TEXT(1:4) UPON STDERR
               SET FIELDS-INVALID TO TRUE
               EXIT PERFORM
           END-IF
           PERFORM VARYING SHIFT-OTHER FROM 1 BY 1 UNTIL SHIFT-OTHER IS NOT LESS THAN SHIFT-INDEX
               IF FIELD-TEXT(SHIFT-OTHER:1) IS EQUAL TO FIELD-TEXT(SHIFT-INDEX:1) THEN
                   DISPLAY 'AOC02U: SHIFTS code ' FIELD-TEXT(SHIFT-INDEX:1) ' given twice' UPON STDERR
                   SET FIELDS-INVALID TO TRUE
               END-IF
           END-PERFORM
       END-PERFORM.

CHECK-FIELD-PRESENT.
       IF FIELD-TEXT IS EQUAL TO SPACES THEN
           DISPLAY 'AOC02U: ' FUNCTION TRIM(FIELD-NAME) ' is missing' UPON STDERR
           SET FIELDS-INVALID TO TRUE
           EXIT PARAGRAPH
       END-IF
       IF FIELD-MAX IS LESS THAN 80 THEN
           IF FIELD-TEXT(FIELD-MAX + 1:) IS NOT EQUAL TO SPACES THEN
               DISPLAY 'AOC02U: ' FUNCTION TRIM(FIELD-NAME) ' longer than ' FIELD-MAX ' characters: ' FUNCTION TRIM(FIELD-TEXT) UPON STDERR
               SET FIELDS-INVALID TO TRUE
           END-IF
       END-IF.

*> opens the unit master for update, creating it on first use
OPEN-UNIT-MASTER-UPDATE.
       OPEN I-O UNIT-MASTER
       IF UNITMST-STATUS IS EQUAL TO '35' THEN
           OPEN OUTPUT UNIT-MASTER
           CLOSE UNIT-MASTER
           OPEN I-O UNIT-MASTER
       END-IF
       IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02U: unable to open unit master ' FUNCTION TRIM(UNITMST-FILENAME) ' (status ' UNITMST-STATUS ')' UPON STDERR
       END-IF.

*> gathers the arguments from NOTE-START on into the 40-character
*> change note, exactly as AOC02B gathers a band change note
COLLECT-NOTE-TEXT.
       MOVE SPACES TO NOTE-TEXT
       MOVE 1 TO NOTE-PTR
       PERFORM VARYING ARG-INDEX FROM NOTE-START BY 1 UNTIL ARG-INDEX IS GREATER THAN ARG-COUNT
           DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
           ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
           STRING FUNCTION TRIM(ARG-TEXT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
               INTO NOTE-TEXT
               WITH POINTER NOTE-PTR
               ON OVERFLOW
                   DISPLAY 'AOC02U: note truncated to 40 characters' UPON STDERR
           END-STRING
       END-PERFORM.

*> opens the shared maintenance journal for append ahead of any
*> master change - a change that cannot be journaled is refused,
*> so the caller gives up when the status is not '00'
OPEN-JOURNAL.
       OPEN EXTEND JOURNAL-FILE
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           OPEN OUTPUT JOURNAL-FILE
       END-IF
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02U: unable to open maintenance journal ' FUNCTION TRIM(JOURNAL-FILENAME) ' (status ' JOURNAL-STATUS '), change refused' UPON STDERR
       END-IF.

*> journals the change just made: the unit entry as it now stands is
*> the after image, BEFORE-IMAGE the entry it replaced (if any)
WRITE-JOURNAL-ENTRY.
       INITIALIZE JOURNAL-RECORD
       ACCEPT JR-DATE FROM DATE YYYYMMDD
       ACCEPT JOURNAL-TIME-RAW FROM TIME
       MOVE JOURNAL-TIME-RAW(1:6) TO JR-TIME
       DISPLAY 'USER' UPON ENVIRONMENT-NAME
       ACCEPT JR-USERID FROM ENVIRONMENT-VALUE
       IF JR-USERID IS EQUAL TO SPACES THEN
           DISPLAY 'LOGNAME' UPON ENVIRONMENT-NAME
           ACCEPT JR-USERID FROM ENVIRONMENT-VALUE
       END-IF
       IF JR-USERID IS EQUAL TO SPACES THEN
           MOVE 'UNKNOWN' TO JR-USERID
       END-IF
       MOVE 'AOC02U' TO JR-PROGRAM
       MOVE 'UNITMST' TO JR-MASTER
       MOVE COMMAND-WORD TO JR-COMMAND
       MOVE UM-UNIT-ID TO JR-UNIT
       IF COMMAND-WORD IS EQUAL TO 'CHANGE' THEN
           STRING 'FIELD ' DELIMITED BY SIZE
                  FUNCTION TRIM(CHANGE-FIELD) DELIMITED BY SIZE
               INTO JR-KEY
           END-STRING
       END-IF
       MOVE BEFORE-FLAG TO JR-BEFORE-FLAG
       MOVE BEFORE-IMAGE TO JR-BEFORE-IMAGE
       MOVE UNIT-MASTER-RECORD TO JR-AFTER-IMAGE
       WRITE JOURNAL-RECORD
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02U: journal write failed (status ' JOURNAL-STATUS '), change to ' UM-UNIT-ID ' is NOT journaled' UPON STDERR
           SET JOURNAL-WRITE-FAILED TO TRUE
           MOVE 8 TO RETURN-CODE
       END-IF.
