IDENTIFICATION DIVISION.
PROGRAM-ID. AOC02J.
*> 2026-10-15 inquiry front end for the shared maintenance journal
*>            (AOC02.JOURNAL) the master maintenance programs append
*>            to: lists every change in a date range - who, when,
*>            which command against which key, with the before and
*>            after images - optionally for one unit and/or one
*>            master file, so audit can see who loosened a band or
*>            resolved an exception
*> 2026-10-15 the unit master (UNITMST) journals here too
*> 2026-10-15 so does the instrument calibration register (CALREG)
*> 2026-10-15 a unit id filter also picks up the unit's work-order and
*>            exception entries, which file under the unit's report
*>            filename (read from the unit master) rather than its id

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT JOURNAL-FILE
                   ASSIGN TO DYNAMIC JOURNAL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JOURNAL-STATUS.

               SELECT UNIT-MASTER
                   ASSIGN TO DYNAMIC UNITMST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UM-KEY
                   FILE STATUS IS UNITMST-STATUS.

DATA DIVISION.
       FILE SECTION.
           *> the shared maintenance journal - every program that
           *> writes it carries a copy of this FD and must stay in
           *> step with it; one line per master change
           FD JOURNAL-FILE.
           01 JOURNAL-RECORD.
               05 JR-DATE PICTURE IS 9(8).
               05 JR-TIME PICTURE IS 9(6).
               05 JR-USERID PICTURE IS X(8).
               05 JR-PROGRAM PICTURE IS X(8).
               *> BANDMST, WORKORD, EXCMST, UNITMST, CALREG ...
               05 JR-MASTER PICTURE IS X(8).
               05 JR-COMMAND PICTURE IS X(8).
               *> the unit id (band master) or the source identity the
               *> exception trail files under (work orders, exceptions)
               05 JR-UNIT PICTURE IS X(80).
               *> the rest of the record key, in words
               05 JR-KEY PICTURE IS X(40).
               *> 'Y' the change replaced a record, 'N' it added one
               05 JR-BEFORE-FLAG PICTURE IS X(1).
               05 JR-BEFORE-IMAGE PICTURE IS X(300).
               05 JR-AFTER-IMAGE PICTURE IS X(300).
           01 JOURNAL-LINE PICTURE IS X(767).
                   88 JOURNAL-EOF VALUE HIGH-VALUES.

           *> unit master, used here only to find the report filename
           *> a unit's exception trail files under; must stay in step
           *> with the UNIT-MASTER FD in aoc02u.cbl, which maintains it
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
       01 JOURNAL-FILENAME PICTURE IS X(80) VALUE 'AOC02.JOURNAL'.
       01 JOURNAL-STATUS PICTURE IS X(02).
       01 UNITMST-FILENAME PICTURE IS X(80) VALUE 'AOC02.UNITMST'.
       01 UNITMST-STATUS PICTURE IS X(02).

       01 ARG-COUNT PICTURE IS 9(5).
       01 ARG-TEXT PICTURE IS X(80).

       *> the inquiry: inclusive date range, unit ('*' any) and
       *> master file ('*' any)
       01 FROM-DATE PICTURE IS 9(8).
       01 TO-DATE PICTURE IS 9(8).
       01 FILTER-UNIT PICTURE IS X(80) VALUE '*'.
       01 FILTER-MASTER PICTURE IS X(8) VALUE '*'.
       *> the unit master filename of a unit id filter: work-order and
       *> exception entries of a single-file unit carry it in JR-UNIT
       01 FILTER-FILENAME PICTURE IS X(80) VALUE SPACES.

       01 JOURNAL-READ PICTURE IS 9(7) VALUE ZERO.
       01 LISTED-COUNT PICTURE IS 9(7) VALUE ZERO.

       *> images print in slices, trailing blank slices left off
       01 IMAGE-TEXT PICTURE IS X(300).
       01 IMAGE-LABEL PICTURE IS X(8).
       01 SLICE-START PICTURE IS 9(3).
       01 SLICE-LENGTH PICTURE IS 9(3) VALUE 100.

PROCEDURE DIVISION.
       MOVE NUMBER-OF-CALL-PARAMETERS TO ARG-COUNT
       IF ARG-COUNT IS LESS THAN 2 OR ARG-COUNT IS GREATER THAN 4 THEN
           PERFORM SHOW-USAGE
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY 1 UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       IF ARG-TEXT(1:8) IS NOT NUMERIC OR ARG-TEXT(9:1) IS NOT EQUAL TO SPACE THEN
           DISPLAY 'AOC02J: FROM date must be YYYYMMDD, got ' ARG-TEXT UPON STDERR
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE ARG-TEXT(1:8) TO FROM-DATE
       DISPLAY 2 UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       IF ARG-TEXT(1:8) IS NOT NUMERIC OR ARG-TEXT(9:1) IS NOT EQUAL TO SPACE THEN
           DISPLAY 'AOC02J: TO date must be YYYYMMDD, got ' ARG-TEXT UPON STDERR
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE ARG-TEXT(1:8) TO TO-DATE
       IF FROM-DATE IS GREATER THAN TO-DATE THEN
           DISPLAY 'AOC02J: FROM date ' FROM-DATE ' is after TO date ' TO-DATE UPON STDERR
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF
       IF ARG-COUNT IS GREATER THAN 2 THEN
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
           MOVE ARG-TEXT TO FILTER-UNIT
       END-IF
       IF ARG-COUNT IS GREATER THAN 3 THEN
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
           MOVE ARG-TEXT(1:8) TO FILTER-MASTER
       END-IF

       IF FILTER-UNIT IS NOT EQUAL TO '*' AND FILTER-UNIT(9:72) IS EQUAL TO SPACES THEN
           PERFORM LOOK-UP-FILTER-FILENAME
       END-IF

       OPEN INPUT JOURNAL-FILE
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02J: unable to open maintenance journal ' FUNCTION TRIM(JOURNAL-FILENAME) ' (status ' JOURNAL-STATUS ')' UPON STDERR
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY 'AOC02J MAINTENANCE JOURNAL ' FROM-DATE ' - ' TO-DATE
           ' UNIT ' FUNCTION TRIM(FILTER-UNIT) ' MASTER ' FUNCTION TRIM(FILTER-MASTER)

       PERFORM UNTIL JOURNAL-EOF
           MOVE SPACES TO JOURNAL-RECORD
           READ JOURNAL-FILE
             AT END
                 SET JOURNAL-EOF TO TRUE
             NOT AT END
                 ADD 1 TO JOURNAL-READ
                 PERFORM SELECT-JOURNAL-ENTRY
           END-READ
       END-PERFORM

       CLOSE JOURNAL-FILE
       DISPLAY 'JOURNAL ENTRIES READ: ' JOURNAL-READ '  LISTED: ' LISTED-COUNT

       *> 0 changes listed, 4 nothing matched the inquiry
       IF LISTED-COUNT IS EQUAL TO ZERO THEN
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
STOP RUN.

SHOW-USAGE.
       DISPLAY "usage: AOC02J FROM-YYYYMMDD TO-YYYYMMDD [UNIT|*] [BANDMST|WORKORD|EXCMST|UNITMST|CALREG|*]" UPON STDERR.

*> applies the date, unit and master filters to the entry just read
*> and prints it when it passes all three
SELECT-JOURNAL-ENTRY.
       IF JR-DATE IS NOT NUMERIC THEN
           DISPLAY 'AOC02J: unreadable journal line ' JOURNAL-READ ' skipped' UPON STDERR
           EXIT PARAGRAPH
       END-IF
       IF JR-DATE IS LESS THAN FROM-DATE OR JR-DATE IS GREATER THAN TO-DATE THEN
           EXIT PARAGRAPH
       END-IF
       IF FILTER-UNIT IS NOT EQUAL TO '*' AND JR-UNIT IS NOT EQUAL TO FILTER-UNIT
               AND (FILTER-FILENAME IS EQUAL TO SPACES OR JR-UNIT IS NOT EQUAL TO FILTER-FILENAME) THEN
           EXIT PARAGRAPH
       END-IF
       IF FILTER-MASTER IS NOT EQUAL TO '*' AND JR-MASTER IS NOT EQUAL TO FILTER-MASTER THEN
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO LISTED-COUNT
       PERFORM PRINT-JOURNAL-ENTRY.

*> reads the report filename of the unit id being filtered on, so
*> the entries filed under that filename match too. A unit not on the
*> master (or a master that cannot be read) leaves the filter to the
*> unit id alone - a unit may have been journaled before it was added
LOOK-UP-FILTER-FILENAME.
       OPEN INPUT UNIT-MASTER
       IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02J: unable to open unit master ' FUNCTION TRIM(UNITMST-FILENAME) ' (status ' UNITMST-STATUS '), entries filed under the unit''s filename not matched' UPON STDERR
           EXIT PARAGRAPH
       END-IF
       MOVE FILTER-UNIT(1:8) TO UM-UNIT-ID
       READ UNIT-MASTER
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE UM-FILENAME TO FILTER-FILENAME
       END-READ
       CLOSE UNIT-MASTER.

PRINT-JOURNAL-ENTRY.
       DISPLAY ' '
       DISPLAY JR-DATE ' ' JR-TIME ' ' JR-USERID ' ' JR-PROGRAM ' '
           JR-COMMAND ' ' JR-MASTER ' ' FUNCTION TRIM(JR-UNIT)
           ' ' FUNCTION TRIM(JR-KEY)
       IF JR-BEFORE-FLAG IS EQUAL TO 'Y' THEN
           MOVE 'BEFORE: ' TO IMAGE-LABEL
           MOVE JR-BEFORE-IMAGE TO IMAGE-TEXT
           PERFORM PRINT-IMAGE
       ELSE
           DISPLAY '    BEFORE: (none - record added)'
       END-IF
       MOVE 'AFTER:  ' TO IMAGE-LABEL
       MOVE JR-AFTER-IMAGE TO IMAGE-TEXT
       PERFORM PRINT-IMAGE.

*> prints one record image a slice per line, stopping at the last
*> slice that holds anything
PRINT-IMAGE.
       DISPLAY '    ' IMAGE-LABEL IMAGE-TEXT(1:SLICE-LENGTH)
       PERFORM VARYING SLICE-START FROM 101 BY 100 UNTIL SLICE-START IS GREATER THAN 300
           IF IMAGE-TEXT(SLICE-START:) IS EQUAL TO SPACES THEN
               EXIT PERFORM
           END-IF
           DISPLAY '            ' IMAGE-TEXT(SLICE-START:SLICE-LENGTH)
       END-PERFORM.
