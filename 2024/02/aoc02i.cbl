IDENTIFICATION DIVISION.
PROGRAM-ID. AOC02I.
*> 2026-10-15 maintenance front end for the instrument calibration
*>            register (AOC02.CALREG, keyed unit id + sensor position):
*>            SET registers the probe at a unit's reading position
*>            with its instrument tag, last calibration date and due
*>            date; CAL records a calibration done today and its next
*>            due date; RETIRE takes a probe out of service but keeps
*>            its entry; LIST prints the register and DUE the probes
*>            falling due within the next N days (30 unless told),
*>            the overdue ones flagged, so the instrument techs can
*>            plan the work. AOC02 flags every unit with an overdue
*>            probe and AOC02S shows each ranked position's status
*>            from this register. Every change is journaled to
*>            AOC02.JOURNAL

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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

               SELECT JOURNAL-FILE
                   ASSIGN TO DYNAMIC JOURNAL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JOURNAL-STATUS.

DATA DIVISION.
       FILE SECTION.
           *> must stay in step with the CAL-REGISTER FDs in main.cbl
           *> and aoc02s.cbl; one entry per physical probe, keyed by
           *> the unit-master unit id and the reading position (the
           *> POS the exception trail and AOC02S use) it feeds
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

WORKING-STORAGE SECTION.
       01 CALREG-FILENAME PICTURE IS X(80) VALUE 'AOC02.CALREG'.
       01 CALREG-STATUS PICTURE IS X(02).
       01 UNITMST-FILENAME PICTURE IS X(80) VALUE 'AOC02.UNITMST'.
       01 UNITMST-STATUS PICTURE IS X(02).
       01 JOURNAL-FILENAME PICTURE IS X(80) VALUE 'AOC02.JOURNAL'.
       01 JOURNAL-STATUS PICTURE IS X(02).
       01 JOURNAL-TIME-RAW PICTURE IS X(8).
       01 BEFORE-FLAG PICTURE IS X(1).
       01 BEFORE-IMAGE PICTURE IS X(300).

       01 ARG-COUNT PICTURE IS 9(5).
       01 ARG-INDEX PICTURE IS 9(5).
       01 ARG-TEXT PICTURE IS X(80).
       01 COMMAND-WORD PICTURE IS X(8).

       01 SET-UNIT-ID PICTURE IS X(8).
       01 SET-POSITION PICTURE IS 9(5).
       01 SET-TAG PICTURE IS X(16).
       01 SET-LAST-CAL-DATE PICTURE IS 9(8).
       01 SET-DUE-DATE PICTURE IS 9(8).
       01 NOTE-TEXT PICTURE IS X(40).
       01 NOTE-PTR PICTURE IS 9(3).
       01 NOTE-START PICTURE IS 9(5).
       01 RUN-DATE PICTURE IS 9(8).
       01 FIELDS-VALID-SWITCH PICTURE IS X(01).
           88 FIELDS-VALID VALUE 'Y'.
           88 FIELDS-INVALID VALUE 'N'.
       *> a date argument under test and what to call it in a message
       01 DATE-TEXT PICTURE IS X(80).
       01 DATE-NAME PICTURE IS X(16).
       01 DATE-VALUE PICTURE IS 9(8).

       *> LIST: one unit's probes, or spaces for the whole register
       01 LIST-UNIT PICTURE IS X(8) VALUE SPACES.
       01 LISTED-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 OVERDUE-COUNT PICTURE IS 9(5) VALUE ZERO.

       *> DUE: how far ahead the techs plan, and the last due date
       *> that falls inside that window
       01 DUE-DAYS PICTURE IS 9(4) VALUE 30.
       01 DUE-HORIZON-DATE PICTURE IS 9(8).
       01 TODAY-DAYNUM PICTURE IS 9(8).
       01 DAYS-TO-DUE PICTURE IS S9(8).

       01 PRT-POS PICTURE IS Z(4)9.
       01 PRT-DAYS PICTURE IS Z(6)9.
       01 STATUS-WORD PICTURE IS X(8).
       01 DUE-TEXT PICTURE IS X(24).

PROCEDURE DIVISION.
       MOVE NUMBER-OF-CALL-PARAMETERS TO ARG-COUNT
       IF ARG-COUNT IS LESS THAN 1 THEN
           PERFORM SHOW-USAGE
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       ACCEPT RUN-DATE FROM DATE YYYYMMDD
       COMPUTE TODAY-DAYNUM = FUNCTION INTEGER-OF-DATE(RUN-DATE)

       DISPLAY 1 UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       MOVE ARG-TEXT(1:8) TO COMMAND-WORD

       EVALUATE COMMAND-WORD
           WHEN 'LIST'
               PERFORM LIST-PROBES THRU LIST-PROBES-EXIT
           WHEN 'DUE'
               PERFORM DUE-PROBES THRU DUE-PROBES-EXIT
           WHEN 'SET'
               PERFORM SET-PROBE-CMD THRU SET-PROBE-CMD-EXIT
           WHEN 'CAL'
               PERFORM CAL-PROBE-CMD THRU CAL-PROBE-CMD-EXIT
           WHEN 'RETIRE'
               PERFORM RETIRE-PROBE-CMD THRU RETIRE-PROBE-CMD-EXIT
           WHEN OTHER
               PERFORM SHOW-USAGE
               MOVE 2 TO RETURN-CODE
       END-EVALUATE.
STOP RUN.

SHOW-USAGE.
       DISPLAY "usage: AOC02I LIST [UNIT-ID]" UPON STDERR
       DISPLAY "       AOC02I DUE [DAYS]" UPON STDERR
       DISPLAY "       AOC02I SET UNIT-ID POSITION TAG LAST-CAL-YYYYMMDD DUE-YYYYMMDD [NOTE ...]" UPON STDERR
       DISPLAY "       AOC02I CAL UNIT-ID POSITION DUE-YYYYMMDD [NOTE ...]" UPON STDERR
       DISPLAY "       AOC02I RETIRE UNIT-ID POSITION [NOTE ...]" UPON STDERR.

*> walks the register in key order - unit by unit, position by
*> position - printing every probe, or only the requested unit's,
*> retired ones included
LIST-PROBES.
       IF ARG-COUNT IS GREATER THAN 1 THEN
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
           MOVE ARG-TEXT(1:8) TO LIST-UNIT
       END-IF

       OPEN INPUT CAL-REGISTER
       IF CALREG-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02I: unable to open calibration register ' FUNCTION TRIM(CALREG-FILENAME) ' (status ' CALREG-STATUS ')' UPON STDERR
           MOVE 8 TO RETURN-CODE
           GO TO LIST-PROBES-EXIT
       END-IF

       DISPLAY 'AOC02I CALIBRATION REGISTER AS OF ' RUN-DATE

       PERFORM UNTIL CALREG-STATUS IS NOT EQUAL TO '00'
           READ CAL-REGISTER NEXT RECORD
             AT END
                 EXIT PERFORM
           END-READ
           IF CALREG-STATUS IS NOT EQUAL TO '00' THEN
               EXIT PERFORM
           END-IF
           IF LIST-UNIT IS EQUAL TO SPACES OR CR-UNIT-ID IS EQUAL TO LIST-UNIT THEN
               PERFORM PRINT-ONE-PROBE
               ADD 1 TO LISTED-COUNT
           END-IF
       END-PERFORM

       CLOSE CAL-REGISTER
       DISPLAY 'PROBES LISTED: ' LISTED-COUNT '  OVERDUE: ' OVERDUE-COUNT
       MOVE 0 TO RETURN-CODE.

LIST-PROBES-EXIT.
       EXIT.

*> the weekly planning list: every probe in service whose due date
*> falls on or before today + DUE-DAYS, the overdue ones flagged. RC 0
*> nothing already overdue, 4 at least one probe is past due
DUE-PROBES.
       IF ARG-COUNT IS GREATER THAN 1 THEN
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
           IF FUNCTION TEST-NUMVAL(ARG-TEXT) IS NOT EQUAL TO ZERO THEN
               DISPLAY 'AOC02I: DAYS must be a number of days, got ' ARG-TEXT UPON STDERR
               MOVE 2 TO RETURN-CODE
               GO TO DUE-PROBES-EXIT
           END-IF
           COMPUTE DUE-DAYS = FUNCTION NUMVAL(ARG-TEXT(1:10))
       END-IF
       COMPUTE DUE-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(TODAY-DAYNUM + DUE-DAYS)

       OPEN INPUT CAL-REGISTER
       IF CALREG-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02I: unable to open calibration register ' FUNCTION TRIM(CALREG-FILENAME) ' (status ' CALREG-STATUS ')' UPON STDERR
           MOVE 8 TO RETURN-CODE
           GO TO DUE-PROBES-EXIT
       END-IF

       DISPLAY 'AOC02I CALIBRATIONS DUE ' RUN-DATE ' THROUGH ' DUE-HORIZON-DATE

       PERFORM UNTIL CALREG-STATUS IS NOT EQUAL TO '00'
           READ CAL-REGISTER NEXT RECORD
             AT END
                 EXIT PERFORM
           END-READ
           IF CALREG-STATUS IS NOT EQUAL TO '00' THEN
               EXIT PERFORM
           END-IF
           IF CR-ACTIVE IS EQUAL TO 'A' AND CR-DUE-DATE IS NOT GREATER THAN DUE-HORIZON-DATE THEN
               PERFORM PRINT-ONE-PROBE
               ADD 1 TO LISTED-COUNT
           END-IF
       END-PERFORM

       CLOSE CAL-REGISTER
       DISPLAY 'PROBES DUE: ' LISTED-COUNT '  OVERDUE: ' OVERDUE-COUNT

       IF OVERDUE-COUNT IS GREATER THAN ZERO THEN
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

DUE-PROBES-EXIT.
       EXIT.

*> one probe: unit, position, tag, calibration dates and where its
*> due date stands against today; counts the overdue ones in service
PRINT-ONE-PROBE.
       MOVE SPACES TO DUE-TEXT
       IF CR-ACTIVE IS EQUAL TO 'R' THEN
           MOVE 'RETIRED' TO STATUS-WORD
       ELSE
           COMPUTE DAYS-TO-DUE = FUNCTION INTEGER-OF-DATE(CR-DUE-DATE) - TODAY-DAYNUM
           IF DAYS-TO-DUE IS LESS THAN ZERO THEN
               MOVE 'OVERDUE' TO STATUS-WORD
               ADD 1 TO OVERDUE-COUNT
               COMPUTE PRT-DAYS = 0 - DAYS-TO-DUE
               STRING FUNCTION TRIM(PRT-DAYS) ' DAYS PAST DUE' DELIMITED BY SIZE INTO DUE-TEXT
           ELSE
               MOVE 'IN CAL' TO STATUS-WORD
               MOVE DAYS-TO-DUE TO PRT-DAYS
               STRING 'DUE IN ' FUNCTION TRIM(PRT-DAYS) ' DAYS' DELIMITED BY SIZE INTO DUE-TEXT
           END-IF
       END-IF
       MOVE CR-POSITION TO PRT-POS
       DISPLAY CR-UNIT-ID ' POS ' PRT-POS ' ' CR-TAG ' ' STATUS-WORD
           ' CALIBRATED ' CR-LAST-CAL-DATE ' DUE ' CR-DUE-DATE ' ' DUE-TEXT
       IF CR-ACTIVE IS EQUAL TO 'R' THEN
           DISPLAY '         CHANGED ' CR-CHANGED-DATE ' RETIRED ' CR-RETIRED-DATE
       END-IF
       IF CR-NOTE IS NOT EQUAL TO SPACES THEN
           DISPLAY '         NOTE: ' CR-NOTE
       END-IF.

*> registers (or re-registers) the probe at a unit's position: the
*> unit must be on the unit master, the tag present and the due date
*> after the last calibration. A retired probe SET again is back in
*> service - a replacement probe in the same position is just a SET
*> with its own tag and dates
SET-PROBE-CMD.
       IF ARG-COUNT IS LESS THAN 6 THEN
           PERFORM SHOW-USAGE
           MOVE 2 TO RETURN-CODE
           GO TO SET-PROBE-CMD-EXIT
       END-IF

       PERFORM PARSE-PROBE-KEY
       DISPLAY 4 UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       IF ARG-TEXT(17:) IS NOT EQUAL TO SPACES THEN
           DISPLAY 'AOC02I: TAG longer than 16 characters: ' FUNCTION TRIM(ARG-TEXT) UPON STDERR
           SET FIELDS-INVALID TO TRUE
       END-IF
       MOVE ARG-TEXT(1:16) TO SET-TAG
       IF SET-TAG IS EQUAL TO SPACES THEN
           DISPLAY 'AOC02I: TAG must not be blank' UPON STDERR
           SET FIELDS-INVALID TO TRUE
       END-IF
       DISPLAY 5 UPON ARGUMENT-NUMBER
       ACCEPT DATE-TEXT FROM ARGUMENT-VALUE
       MOVE 'LAST-CAL date' TO DATE-NAME
       PERFORM CHECK-DATE-FIELD
       MOVE DATE-VALUE TO SET-LAST-CAL-DATE
       DISPLAY 6 UPON ARGUMENT-NUMBER
       ACCEPT DATE-TEXT FROM ARGUMENT-VALUE
       MOVE 'DUE date' TO DATE-NAME
       PERFORM CHECK-DATE-FIELD
       MOVE DATE-VALUE TO SET-DUE-DATE
       IF FIELDS-VALID AND SET-LAST-CAL-DATE IS GREATER THAN RUN-DATE THEN
           DISPLAY 'AOC02I: LAST-CAL date ' SET-LAST-CAL-DATE ' is in the future' UPON STDERR
           SET FIELDS-INVALID TO TRUE
       END-IF
       IF FIELDS-VALID AND SET-DUE-DATE IS NOT GREATER THAN SET-LAST-CAL-DATE THEN
           DISPLAY 'AOC02I: DUE date ' SET-DUE-DATE ' must be after the LAST-CAL date ' SET-LAST-CAL-DATE UPON STDERR
           SET FIELDS-INVALID TO TRUE
       END-IF
       IF FIELDS-INVALID THEN
           MOVE 2 TO RETURN-CODE
           GO TO SET-PROBE-CMD-EXIT
       END-IF

       MOVE 7 TO NOTE-START
       PERFORM COLLECT-NOTE-TEXT

       *> a probe is registered against a unit the nightly run knows
       OPEN INPUT UNIT-MASTER
       IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02I: unable to open unit master ' FUNCTION TRIM(UNITMST-FILENAME) ' (status ' UNITMST-STATUS '), change refused' UPON STDERR
           MOVE 8 TO RETURN-CODE
           GO TO SET-PROBE-CMD-EXIT
       END-IF
       MOVE SET-UNIT-ID TO UM-UNIT-ID
       READ UNIT-MASTER
         INVALID KEY
             DISPLAY 'AOC02I: unit ' SET-UNIT-ID ' is not on the unit master - add it with AOC02U first' UPON STDERR
             SET FIELDS-INVALID TO TRUE
       END-READ
       CLOSE UNIT-MASTER
       IF FIELDS-INVALID THEN
           MOVE 8 TO RETURN-CODE
           GO TO SET-PROBE-CMD-EXIT
       END-IF

       PERFORM OPEN-JOURNAL
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           MOVE 8 TO RETURN-CODE
           GO TO SET-PROBE-CMD-EXIT
       END-IF

       OPEN I-O CAL-REGISTER
       IF CALREG-STATUS IS EQUAL TO '35' THEN
           OPEN OUTPUT CAL-REGISTER
           CLOSE CAL-REGISTER
           OPEN I-O CAL-REGISTER
       END-IF
       IF CALREG-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02I: unable to open calibration register ' FUNCTION TRIM(CALREG-FILENAME) ' (status ' CALREG-STATUS ')' UPON STDERR
           CLOSE JOURNAL-FILE
           MOVE 8 TO RETURN-CODE
           GO TO SET-PROBE-CMD-EXIT
       END-IF

       *> a re-registration replaces the entry - keep it for the journal
       MOVE 'N' TO BEFORE-FLAG
       MOVE SPACES TO BEFORE-IMAGE
       MOVE SET-UNIT-ID TO CR-UNIT-ID
       MOVE SET-POSITION TO CR-POSITION
       READ CAL-REGISTER
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE 'Y' TO BEFORE-FLAG
             MOVE CAL-REGISTER-RECORD TO BEFORE-IMAGE
       END-READ

       INITIALIZE CAL-REGISTER-RECORD
       MOVE SET-UNIT-ID TO CR-UNIT-ID
       MOVE SET-POSITION TO CR-POSITION
       MOVE SET-TAG TO CR-TAG
       MOVE 'A' TO CR-ACTIVE
       MOVE SET-LAST-CAL-DATE TO CR-LAST-CAL-DATE
       MOVE SET-DUE-DATE TO CR-DUE-DATE
       MOVE RUN-DATE TO CR-CHANGED-DATE
       MOVE ZERO TO CR-RETIRED-DATE
       MOVE NOTE-TEXT TO CR-NOTE

       WRITE CAL-REGISTER-RECORD
         INVALID KEY
             REWRITE CAL-REGISTER-RECORD
       END-WRITE
       IF CALREG-STATUS IS EQUAL TO '00' THEN
           MOVE SET-POSITION TO PRT-POS
           DISPLAY 'AOC02I: probe ' FUNCTION TRIM(SET-TAG) ' registered for ' SET-UNIT-ID ' POS ' PRT-POS ' due ' SET-DUE-DATE
           MOVE 0 TO RETURN-CODE
           PERFORM WRITE-JOURNAL-ENTRY
       ELSE
           DISPLAY 'AOC02I: write failed (status ' CALREG-STATUS ')' UPON STDERR
           MOVE 8 TO RETURN-CODE
       END-IF

       CLOSE CAL-REGISTER
       CLOSE JOURNAL-FILE.

SET-PROBE-CMD-EXIT.
       EXIT.

*> records a calibration done today on a registered probe in service:
*> today becomes the last calibration date and the given date the
*> next one due
CAL-PROBE-CMD.
       IF ARG-COUNT IS LESS THAN 4 THEN
           PERFORM SHOW-USAGE
           MOVE 2 TO RETURN-CODE
           GO TO CAL-PROBE-CMD-EXIT
       END-IF

       PERFORM PARSE-PROBE-KEY
       DISPLAY 4 UPON ARGUMENT-NUMBER
       ACCEPT DATE-TEXT FROM ARGUMENT-VALUE
       MOVE 'DUE date' TO DATE-NAME
       PERFORM CHECK-DATE-FIELD
       MOVE DATE-VALUE TO SET-DUE-DATE
       IF FIELDS-VALID AND SET-DUE-DATE IS NOT GREATER THAN RUN-DATE THEN
           DISPLAY 'AOC02I: DUE date ' SET-DUE-DATE ' must be after today' UPON STDERR
           SET FIELDS-INVALID TO TRUE
       END-IF
       IF FIELDS-INVALID THEN
           MOVE 2 TO RETURN-CODE
           GO TO CAL-PROBE-CMD-EXIT
       END-IF

       MOVE 5 TO NOTE-START
       PERFORM COLLECT-NOTE-TEXT

       PERFORM OPEN-JOURNAL
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           MOVE 8 TO RETURN-CODE
           GO TO CAL-PROBE-CMD-EXIT
       END-IF

       OPEN I-O CAL-REGISTER
       IF CALREG-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02I: unable to open calibration register ' FUNCTION TRIM(CALREG-FILENAME) ' (status ' CALREG-STATUS ')' UPON STDERR
           CLOSE JOURNAL-FILE
           MOVE 8 TO RETURN-CODE
           GO TO CAL-PROBE-CMD-EXIT
       END-IF

       MOVE SET-UNIT-ID TO CR-UNIT-ID
       MOVE SET-POSITION TO CR-POSITION
       MOVE SET-POSITION TO PRT-POS
       READ CAL-REGISTER
         INVALID KEY
             DISPLAY 'AOC02I: no probe registered for ' SET-UNIT-ID ' POS ' PRT-POS ' - use SET' UPON STDERR
             MOVE 8 TO RETURN-CODE
         NOT INVALID KEY
             IF CR-ACTIVE IS EQUAL TO 'R' THEN
                 DISPLAY 'AOC02I: probe at ' SET-UNIT-ID ' POS ' PRT-POS ' was retired on ' CR-RETIRED-DATE ' - use SET to bring it back' UPON STDERR
                 MOVE 8 TO RETURN-CODE
             ELSE
                 MOVE 'Y' TO BEFORE-FLAG
                 MOVE CAL-REGISTER-RECORD TO BEFORE-IMAGE
                 MOVE RUN-DATE TO CR-LAST-CAL-DATE
                 MOVE SET-DUE-DATE TO CR-DUE-DATE
                 MOVE RUN-DATE TO CR-CHANGED-DATE
                 IF NOTE-TEXT IS NOT EQUAL TO SPACES THEN
                     MOVE NOTE-TEXT TO CR-NOTE
                 END-IF
                 REWRITE CAL-REGISTER-RECORD
                 IF CALREG-STATUS IS EQUAL TO '00' THEN
                     DISPLAY 'AOC02I: calibration recorded for ' SET-UNIT-ID ' POS ' PRT-POS ', next due ' SET-DUE-DATE
                     MOVE 0 TO RETURN-CODE
                     PERFORM WRITE-JOURNAL-ENTRY
                 ELSE
                     DISPLAY 'AOC02I: rewrite failed (status ' CALREG-STATUS ')' UPON STDERR
                     MOVE 8 TO RETURN-CODE
                 END-IF
             END-IF
       END-READ

       CLOSE CAL-REGISTER
       CLOSE JOURNAL-FILE.

CAL-PROBE-CMD-EXIT.
       EXIT.

*> takes a probe out of service: the entry stays on the register
*> for the record but is no longer due, and no longer makes its
*> unit's readings suspect in the nightly run
RETIRE-PROBE-CMD.
       IF ARG-COUNT IS LESS THAN 3 THEN
           PERFORM SHOW-USAGE
           MOVE 2 TO RETURN-CODE
           GO TO RETIRE-PROBE-CMD-EXIT
       END-IF

       PERFORM PARSE-PROBE-KEY
       IF FIELDS-INVALID THEN
           MOVE 2 TO RETURN-CODE
           GO TO RETIRE-PROBE-CMD-EXIT
       END-IF

       MOVE 4 TO NOTE-START
       PERFORM COLLECT-NOTE-TEXT

       PERFORM OPEN-JOURNAL
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           MOVE 8 TO RETURN-CODE
           GO TO RETIRE-PROBE-CMD-EXIT
       END-IF

       OPEN I-O CAL-REGISTER
       IF CALREG-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02I: unable to open calibration register ' FUNCTION TRIM(CALREG-FILENAME) ' (status ' CALREG-STATUS ')' UPON STDERR
           CLOSE JOURNAL-FILE
           MOVE 8 TO RETURN-CODE
           GO TO RETIRE-PROBE-CMD-EXIT
       END-IF

       MOVE SET-UNIT-ID TO CR-UNIT-ID
       MOVE SET-POSITION TO CR-POSITION
       MOVE SET-POSITION TO PRT-POS
       READ CAL-REGISTER
         INVALID KEY
             DISPLAY 'AOC02I: no probe registered for ' SET-UNIT-ID ' POS ' PRT-POS UPON STDERR
             MOVE 8 TO RETURN-CODE
         NOT INVALID KEY
             IF CR-ACTIVE IS EQUAL TO 'R' THEN
                 DISPLAY 'AOC02I: probe at ' SET-UNIT-ID ' POS ' PRT-POS ' was already retired on ' CR-RETIRED-DATE UPON STDERR
                 MOVE 4 TO RETURN-CODE
             ELSE
                 MOVE 'Y' TO BEFORE-FLAG
                 MOVE CAL-REGISTER-RECORD TO BEFORE-IMAGE
                 MOVE 'R' TO CR-ACTIVE
                 MOVE RUN-DATE TO CR-RETIRED-DATE
                 MOVE RUN-DATE TO CR-CHANGED-DATE
                 IF NOTE-TEXT IS NOT EQUAL TO SPACES THEN
                     MOVE NOTE-TEXT TO CR-NOTE
                 END-IF
                 REWRITE CAL-REGISTER-RECORD
                 IF CALREG-STATUS IS EQUAL TO '00' THEN
                     DISPLAY 'AOC02I: probe at ' SET-UNIT-ID ' POS ' PRT-POS ' retired'
                     MOVE 0 TO RETURN-CODE
                     PERFORM WRITE-JOURNAL-ENTRY
                 ELSE
                     DISPLAY 'AOC02I: rewrite failed (status ' CALREG-STATUS ')' UPON STDERR
                     MOVE 8 TO RETURN-CODE
                 END-IF
             END-IF
       END-READ

       CLOSE CAL-REGISTER
       CLOSE JOURNAL-FILE.

RETIRE-PROBE-CMD-EXIT.
       EXIT.

*> gathers the unit id and position arguments every change command
*> starts with, and checks them
PARSE-PROBE-KEY.
       SET FIELDS-VALID TO TRUE
       DISPLAY 2 UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       IF ARG-TEXT(9:) IS NOT EQUAL TO SPACES THEN
           DISPLAY 'AOC02I: UNIT-ID longer than 8 characters: ' FUNCTION TRIM(ARG-TEXT) UPON STDERR
           SET FIELDS-INVALID TO TRUE
       END-IF
       MOVE ARG-TEXT(1:8) TO SET-UNIT-ID
       DISPLAY 3 UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       COMPUTE SET-POSITION = FUNCTION NUMVAL(ARG-TEXT(1:10))
       IF SET-POSITION IS EQUAL TO ZERO THEN
           DISPLAY 'AOC02I: position must be at least 1' UPON STDERR
           SET FIELDS-INVALID TO TRUE
       END-IF.

*> DATE-TEXT must be a real calendar date written YYYYMMDD; it is
*> left in DATE-VALUE (zero when it is not)
CHECK-DATE-FIELD.
       MOVE ZERO TO DATE-VALUE
       IF DATE-TEXT(1:8) IS NOT NUMERIC OR DATE-TEXT(9:) IS NOT EQUAL TO SPACES THEN
           DISPLAY 'AOC02I: ' FUNCTION TRIM(DATE-NAME) ' must be YYYYMMDD, got ' FUNCTION TRIM(DATE-TEXT) UPON STDERR
           SET FIELDS-INVALID TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE DATE-TEXT(1:8) TO DATE-VALUE
       IF FUNCTION TEST-DATE-YYYYMMDD(DATE-VALUE) IS NOT EQUAL TO ZERO THEN
           DISPLAY 'AOC02I: ' FUNCTION TRIM(DATE-NAME) ' ' DATE-VALUE ' is not a calendar date' UPON STDERR
           SET FIELDS-INVALID TO TRUE
       END-IF.

*> gathers the arguments from NOTE-START on into the 40-character
*> change note, exactly as AOC02U gathers a unit change note
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
                   DISPLAY 'AOC02I: note truncated to 40 characters' UPON STDERR
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
           DISPLAY 'AOC02I: unable to open maintenance journal ' FUNCTION TRIM(JOURNAL-FILENAME) ' (status ' JOURNAL-STATUS '), change refused' UPON STDERR
       END-IF.

*> journals the change just made: the register entry as it now
*> stands is the after image, BEFORE-IMAGE the entry it replaced
*> (if any)
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
       MOVE 'AOC02I' TO JR-PROGRAM
       MOVE 'CALREG' TO JR-MASTER
       MOVE COMMAND-WORD TO JR-COMMAND
       MOVE CR-UNIT-ID TO JR-UNIT
       MOVE CR-POSITION TO PRT-POS
       STRING 'POS ' DELIMITED BY SIZE
              FUNCTION TRIM(PRT-POS) DELIMITED BY SIZE
              ' TAG ' DELIMITED BY SIZE
              FUNCTION TRIM(CR-TAG) DELIMITED BY SIZE
           INTO JR-KEY
       END-STRING
       MOVE BEFORE-FLAG TO JR-BEFORE-FLAG
       MOVE BEFORE-IMAGE TO JR-BEFORE-IMAGE
       MOVE CAL-REGISTER-RECORD TO JR-AFTER-IMAGE
       WRITE JOURNAL-RECORD
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02I: journal write failed (status ' JOURNAL-STATUS '), change to ' CR-UNIT-ID ' POS ' FUNCTION TRIM(PRT-POS) ' is NOT journaled' UPON STDERR
           MOVE 8 TO RETURN-CODE
       END-IF.
