IDENTIFICATION DIVISION.
PROGRAM-ID. AOC02R.
*> 2026-10-15 inquiry front end for the raw-reading vault (AOC02.VAULT)
*>            the checker files every report line in: LINE shows one
*>            line of a unit's business date, RANGE a run of lines,
*>            and AROUND the lines either side of an exception-master
*>            entry, named by the same filename + line + run date key
*>            AOC02X lists - each with its verdict, failure reason and
*>            the line exactly as the unit sent it, so an incident
*>            review can see what the readings looked like before a
*>            failure long after the daily file has gone
*> 2026-10-15 AROUND checks the unit id it looks under against the
*>            vault itself: the checker files a headered file's lines
*>            under its HDR unit id, which the unit master need not
*>            know, so an entry not found under the unit-master id is
*>            looked for by its source, business date, shift and line

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT VAULT-FILE
                   ASSIGN TO DYNAMIC VAULT-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VT-KEY
                   FILE STATUS IS VAULT-STATUS.

               SELECT EXCEPTION-MASTER
                   ASSIGN TO DYNAMIC EXCMST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EM-KEY
                   FILE STATUS IS EXCMST-STATUS.

               SELECT UNIT-MASTER
                   ASSIGN TO DYNAMIC UNITMST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UM-KEY
                   FILE STATUS IS UNITMST-STATUS.

DATA DIVISION.
       FILE SECTION.
           *> must stay in step with the VAULT-FILE FD in main.cbl
           FD VAULT-FILE.
           01 VAULT-RECORD.
               05 VT-KEY.
                   10 VT-UNIT-ID PICTURE IS X(8).
                   10 VT-BUS-DATE PICTURE IS 9(8).
                   10 VT-SHIFT PICTURE IS X(1).
                   10 VT-LINE-NO PICTURE IS 9(7).
               *> S safe outright, D safe only through the dampener,
               *> U unsafe, R rejected unread
               05 VT-VERDICT PICTURE IS X(1).
               05 VT-REASON PICTURE IS X(20).
               05 VT-SOURCE PICTURE IS X(80).
               05 VT-RUN-DATE PICTURE IS 9(8).
               05 VT-RUN-TIME PICTURE IS 9(6).
               05 VT-READING-COUNT PICTURE IS 9(5).
               05 VT-RAW-LINE PICTURE IS X(4500).

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
       01 VAULT-FILENAME PICTURE IS X(80) VALUE 'AOC02.VAULT'.
       01 VAULT-STATUS PICTURE IS X(02).
       01 EXCMST-FILENAME PICTURE IS X(80) VALUE 'AOC02.EXCMST'.
       01 EXCMST-STATUS PICTURE IS X(02).
       01 UNITMST-FILENAME PICTURE IS X(80) VALUE 'AOC02.UNITMST'.
       01 UNITMST-STATUS PICTURE IS X(02).

       01 ARG-COUNT PICTURE IS 9(5).
       01 ARG-TEXT PICTURE IS X(80).
       01 COMMAND-WORD PICTURE IS X(8).

       *> the inquiry: one unit's business date (and shift), the span
       *> of line numbers to show and, for AROUND, the line to mark
       01 INQ-UNIT-ID PICTURE IS X(8).
       01 INQ-BUS-DATE PICTURE IS 9(8).
       01 INQ-SHIFT PICTURE IS X(1).
       01 FROM-LINE PICTURE IS 9(7).
       01 TO-LINE PICTURE IS 9(7).
       01 MARK-LINE PICTURE IS 9(7) VALUE ZERO.
       *> lines shown either side of the exception for AROUND
       01 CONTEXT-LINES PICTURE IS 9(5) VALUE 5.
       *> whether the vault holds the exception's own line under
       *> INQ-UNIT-ID
       01 VAULT-KEY-SWITCH PICTURE IS X(01).
           88 VAULT-KEY-FOUND VALUE 'Y'.
           88 VAULT-KEY-NOT-FOUND VALUE 'N'.
       01 ARG-VALID-SWITCH PICTURE IS X(01).
           88 ARG-VALID VALUE 'Y'.
           88 ARG-INVALID VALUE 'N'.

       *> exception-master key for AROUND, as AOC02X takes it
       01 AROUND-FILENAME PICTURE IS X(80).
       01 AROUND-LINE-NO PICTURE IS 9(7).
       01 AROUND-RUN-DATE PICTURE IS 9(8).
       01 AROUND-SHIFT PICTURE IS X(1).

       *> reserved pseudo line numbers AOC02 files its file-level
       *> exceptions under - must stay in step with main.cbl
       01 FILE-LEVEL-LINE-BASE PICTURE IS 9(7) VALUE 9999990.

       01 LISTED-COUNT PICTURE IS 9(7) VALUE ZERO.

       01 PRT-LINE-NO PICTURE IS Z(6)9.
       01 PRT-READINGS PICTURE IS Z(4)9.
       01 PRT-MARK PICTURE IS X(3).
       01 VERDICT-WORD PICTURE IS X(8).
       01 SHIFT-TAG PICTURE IS X(8).

       *> the raw line prints in slices, trailing blank slices left off
       01 SLICE-START PICTURE IS 9(4).
       01 SLICE-LENGTH PICTURE IS 9(4) VALUE 100.

PROCEDURE DIVISION.
       MOVE NUMBER-OF-CALL-PARAMETERS TO ARG-COUNT
       IF ARG-COUNT IS LESS THAN 1 THEN
           PERFORM SHOW-USAGE
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY 1 UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       MOVE ARG-TEXT(1:8) TO COMMAND-WORD

       EVALUATE COMMAND-WORD
           WHEN 'LINE'
               PERFORM LINE-INQUIRY THRU LINE-INQUIRY-EXIT
           WHEN 'RANGE'
               PERFORM RANGE-INQUIRY THRU RANGE-INQUIRY-EXIT
           WHEN 'AROUND'
               PERFORM AROUND-INQUIRY THRU AROUND-INQUIRY-EXIT
           WHEN OTHER
               PERFORM SHOW-USAGE
               MOVE 2 TO RETURN-CODE
       END-EVALUATE.
STOP RUN.

SHOW-USAGE.
       DISPLAY "usage: AOC02R LINE UNIT BUSDATE[/SHIFT] LINE" UPON STDERR
       DISPLAY "       AOC02R RANGE UNIT BUSDATE[/SHIFT] FROM-LINE TO-LINE" UPON STDERR
       DISPLAY "       AOC02R AROUND FILENAME LINE RUNDATE[/SHIFT] [LINES]" UPON STDERR.

*> one report line of a unit's business date
LINE-INQUIRY.
       IF ARG-COUNT IS NOT EQUAL TO 4 THEN
           PERFORM SHOW-USAGE
           MOVE 2 TO RETURN-CODE
           GO TO LINE-INQUIRY-EXIT
       END-IF
       PERFORM ACCEPT-UNIT-AND-DATE
       IF ARG-INVALID THEN
           GO TO LINE-INQUIRY-EXIT
       END-IF
       DISPLAY 4 UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       COMPUTE FROM-LINE = FUNCTION NUMVAL(ARG-TEXT(1:10))
       MOVE FROM-LINE TO TO-LINE
       PERFORM LIST-VAULT-LINES.

LINE-INQUIRY-EXIT.
       EXIT.

*> an inclusive run of report lines of a unit's business date
RANGE-INQUIRY.
       IF ARG-COUNT IS NOT EQUAL TO 5 THEN
           PERFORM SHOW-USAGE
           MOVE 2 TO RETURN-CODE
           GO TO RANGE-INQUIRY-EXIT
       END-IF
       PERFORM ACCEPT-UNIT-AND-DATE
       IF ARG-INVALID THEN
           GO TO RANGE-INQUIRY-EXIT
       END-IF
       DISPLAY 4 UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       COMPUTE FROM-LINE = FUNCTION NUMVAL(ARG-TEXT(1:10))
       DISPLAY 5 UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       COMPUTE TO-LINE = FUNCTION NUMVAL(ARG-TEXT(1:10))
       IF FROM-LINE IS GREATER THAN TO-LINE THEN
           DISPLAY 'AOC02R: FROM line ' FROM-LINE ' is after TO line ' TO-LINE UPON STDERR
           MOVE 2 TO RETURN-CODE
           GO TO RANGE-INQUIRY-EXIT
       END-IF
       PERFORM LIST-VAULT-LINES.

RANGE-INQUIRY-EXIT.
       EXIT.

*> arguments 2 and 3 of LINE and RANGE: the unit id and the business
*> date, with '/s' after the date for one shift of a shift reporter
ACCEPT-UNIT-AND-DATE.
       SET ARG-VALID TO TRUE
       DISPLAY 2 UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       MOVE ARG-TEXT(1:8) TO INQ-UNIT-ID
       DISPLAY 3 UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       PERFORM SPLIT-DATE-AND-SHIFT
       IF ARG-INVALID THEN
           DISPLAY 'AOC02R: business date must be YYYYMMDD or YYYYMMDD/S, got ' ARG-TEXT UPON STDERR
           MOVE 2 TO RETURN-CODE
           EXIT PARAGRAPH
       END-IF
       MOVE ARG-TEXT(1:8) TO INQ-BUS-DATE
       MOVE AROUND-SHIFT TO INQ-SHIFT.

*> validates ARG-TEXT as yyyymmdd or yyyymmdd/s, leaving the shift
*> (space for whole-day data) in AROUND-SHIFT
SPLIT-DATE-AND-SHIFT.
       SET ARG-VALID TO TRUE
       MOVE SPACE TO AROUND-SHIFT
       IF ARG-TEXT(1:8) IS NOT NUMERIC THEN
           SET ARG-INVALID TO TRUE
           EXIT PARAGRAPH
       END-IF
       EVALUATE TRUE
           WHEN ARG-TEXT(9:1) IS EQUAL TO SPACE
               CONTINUE
           WHEN ARG-TEXT(9:1) IS EQUAL TO '/' AND ARG-TEXT(10:1) IS NOT EQUAL TO SPACE
                   AND ARG-TEXT(11:1) IS EQUAL TO SPACE
               MOVE ARG-TEXT(10:1) TO AROUND-SHIFT
           WHEN OTHER
               SET ARG-INVALID TO TRUE
       END-EVALUATE.

*> the lines either side of one exception-master entry: the entry
*> names the identity, line and business date (and shift) the lines
*> were vaulted under, the identity resolved to a unit id the way the
*> checker resolves it
AROUND-INQUIRY.
       IF ARG-COUNT IS LESS THAN 4 OR ARG-COUNT IS GREATER THAN 5 THEN
           PERFORM SHOW-USAGE
           MOVE 2 TO RETURN-CODE
           GO TO AROUND-INQUIRY-EXIT
       END-IF
       DISPLAY 2 UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       MOVE ARG-TEXT TO AROUND-FILENAME
       DISPLAY 3 UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       COMPUTE AROUND-LINE-NO = FUNCTION NUMVAL(ARG-TEXT(1:10))
       DISPLAY 4 UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       PERFORM SPLIT-DATE-AND-SHIFT
       IF ARG-INVALID THEN
           DISPLAY 'AOC02R: run date must be YYYYMMDD or YYYYMMDD/S, got ' ARG-TEXT UPON STDERR
           MOVE 2 TO RETURN-CODE
           GO TO AROUND-INQUIRY-EXIT
       END-IF
       MOVE ARG-TEXT(1:8) TO AROUND-RUN-DATE
       IF ARG-COUNT IS EQUAL TO 5 THEN
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
           COMPUTE CONTEXT-LINES = FUNCTION NUMVAL(ARG-TEXT(1:6))
       END-IF

       OPEN INPUT EXCEPTION-MASTER
       IF EXCMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02R: unable to open exception master ' FUNCTION TRIM(EXCMST-FILENAME) ' (status ' EXCMST-STATUS ')' UPON STDERR
           MOVE 8 TO RETURN-CODE
           GO TO AROUND-INQUIRY-EXIT
       END-IF
       MOVE AROUND-FILENAME TO EM-FILENAME
       MOVE AROUND-LINE-NO TO EM-LINE-NO
       MOVE AROUND-RUN-DATE TO EM-RUN-DATE
       MOVE AROUND-SHIFT TO EM-SHIFT
       READ EXCEPTION-MASTER
         INVALID KEY
             DISPLAY 'AOC02R: no master entry for ' FUNCTION TRIM(AROUND-FILENAME) ' line ' AROUND-LINE-NO ' date ' AROUND-RUN-DATE ' ' AROUND-SHIFT UPON STDERR
             CLOSE EXCEPTION-MASTER
             MOVE 8 TO RETURN-CODE
             GO TO AROUND-INQUIRY-EXIT
       END-READ
       CLOSE EXCEPTION-MASTER

       IF EM-LINE-NO IS GREATER THAN OR EQUAL TO FILE-LEVEL-LINE-BASE THEN
           DISPLAY 'AOC02R: ' FUNCTION TRIM(EM-REASON) ' is a file-level exception - it has no report line to show' UPON STDERR
           MOVE 4 TO RETURN-CODE
           GO TO AROUND-INQUIRY-EXIT
       END-IF
       IF EM-BUS-DATE IS NOT NUMERIC OR EM-BUS-DATE IS EQUAL TO ZERO THEN
           DISPLAY 'AOC02R: the entry carries no business date - ask for the lines with RANGE and the date the data belongs to' UPON STDERR
           MOVE 4 TO RETURN-CODE
           GO TO AROUND-INQUIRY-EXIT
       END-IF

       DISPLAY 'AOC02R EXCEPTION ' EM-RUN-DATE ' ' EM-REASON ' LINE ' EM-LINE-NO ' ' FUNCTION TRIM(EM-FILENAME)
       PERFORM RESOLVE-UNIT-ID
       MOVE EM-BUS-DATE TO INQ-BUS-DATE
       MOVE EM-SHIFT TO INQ-SHIFT
       MOVE EM-LINE-NO TO MARK-LINE
       IF EM-LINE-NO IS GREATER THAN CONTEXT-LINES THEN
           COMPUTE FROM-LINE = EM-LINE-NO - CONTEXT-LINES
       ELSE
           MOVE 1 TO FROM-LINE
       END-IF
       COMPUTE TO-LINE = EM-LINE-NO + CONTEXT-LINES
           ON SIZE ERROR
               MOVE 9999999 TO TO-LINE
       END-COMPUTE
       PERFORM LIST-VAULT-LINES.

AROUND-INQUIRY-EXIT.
       EXIT.

*> the unit id the checker vaulted an exception identity's lines
*> under. The checker names a section by its HDR unit id when it has
*> one - which the exception identity does not carry for a single-
*> section file - else by the unit master entry that names the file,
*> else by the start of the filename. So the unit master entry (retired
*> units included) is tried first and checked against the vault; when
*> the vault has no such line under it, the vault is searched for the
*> exception's own line by source, business date, shift and line
*> number, and only when that finds nothing either is the unit master
*> id (else the start of the filename) looked under regardless
RESOLVE-UNIT-ID.
       MOVE EM-FILENAME(1:8) TO INQ-UNIT-ID
       OPEN INPUT UNIT-MASTER
       IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02R: unable to open unit master ' FUNCTION TRIM(UNITMST-FILENAME) ' (status ' UNITMST-STATUS '), unit id taken from the vault' UPON STDERR
       ELSE
           PERFORM UNTIL UNITMST-STATUS IS NOT EQUAL TO '00'
               READ UNIT-MASTER NEXT RECORD
                 AT END
                     EXIT PERFORM
               END-READ
               IF UNITMST-STATUS IS EQUAL TO '00' AND UM-FILENAME IS EQUAL TO EM-FILENAME THEN
                   MOVE UM-UNIT-ID TO INQ-UNIT-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE UNIT-MASTER
       END-IF

       *> an unreadable vault is reported by LIST-VAULT-LINES
       OPEN INPUT VAULT-FILE
       IF VAULT-STATUS IS NOT EQUAL TO '00' THEN
           EXIT PARAGRAPH
       END-IF
       SET VAULT-KEY-NOT-FOUND TO TRUE
       MOVE INQ-UNIT-ID TO VT-UNIT-ID
       MOVE EM-BUS-DATE TO VT-BUS-DATE
       MOVE EM-SHIFT TO VT-SHIFT
       MOVE EM-LINE-NO TO VT-LINE-NO
       READ VAULT-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             SET VAULT-KEY-FOUND TO TRUE
       END-READ
       IF VAULT-KEY-NOT-FOUND THEN
           PERFORM SEARCH-VAULT-FOR-SOURCE
       END-IF
       CLOSE VAULT-FILE.

*> reads the whole vault for the exception's own line, filed under
*> whatever unit id the checker gave it; it takes that unit id
SEARCH-VAULT-FOR-SOURCE.
       MOVE LOW-VALUES TO VT-KEY
       START VAULT-FILE KEY IS GREATER THAN OR EQUAL TO VT-KEY
         INVALID KEY
             EXIT PARAGRAPH
       END-START
       PERFORM UNTIL VAULT-STATUS IS NOT EQUAL TO '00'
           READ VAULT-FILE NEXT RECORD
             AT END
                 EXIT PERFORM
           END-READ
           IF VAULT-STATUS IS EQUAL TO '00'
                   AND VT-SOURCE IS EQUAL TO EM-FILENAME
                   AND VT-BUS-DATE IS EQUAL TO EM-BUS-DATE
                   AND VT-SHIFT IS EQUAL TO EM-SHIFT
                   AND VT-LINE-NO IS EQUAL TO EM-LINE-NO THEN
               MOVE VT-UNIT-ID TO INQ-UNIT-ID
               SET VAULT-KEY-FOUND TO TRUE
               EXIT PERFORM
           END-IF
       END-PERFORM.

*> prints every vaulted line of INQ-UNIT-ID / INQ-BUS-DATE / INQ-SHIFT
*> numbered FROM-LINE through TO-LINE; a line number with nothing
*> vaulted (a TRL, or a span the vault was down for) is just absent.
*> RC 0 something listed, 4 nothing, 8 the vault unreadable
LIST-VAULT-LINES.
       OPEN INPUT VAULT-FILE
       IF VAULT-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02R: unable to open reading vault ' FUNCTION TRIM(VAULT-FILENAME) ' (status ' VAULT-STATUS ')' UPON STDERR
           MOVE 8 TO RETURN-CODE
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO SHIFT-TAG
       IF INQ-SHIFT IS NOT EQUAL TO SPACE THEN
           STRING ' SHIFT ' INQ-SHIFT DELIMITED BY SIZE INTO SHIFT-TAG
       END-IF
       DISPLAY 'AOC02R READING VAULT UNIT ' INQ-UNIT-ID ' BUS-DATE ' INQ-BUS-DATE SHIFT-TAG
           ' LINES ' FROM-LINE ' - ' TO-LINE

       MOVE INQ-UNIT-ID TO VT-UNIT-ID
       MOVE INQ-BUS-DATE TO VT-BUS-DATE
       MOVE INQ-SHIFT TO VT-SHIFT
       MOVE FROM-LINE TO VT-LINE-NO
       START VAULT-FILE KEY IS GREATER THAN OR EQUAL TO VT-KEY
         INVALID KEY
             MOVE '23' TO VAULT-STATUS
       END-START

       PERFORM UNTIL VAULT-STATUS IS NOT EQUAL TO '00'
           READ VAULT-FILE NEXT RECORD
             AT END
                 EXIT PERFORM
           END-READ
           IF VAULT-STATUS IS NOT EQUAL TO '00' THEN
               EXIT PERFORM
           END-IF
           IF VT-UNIT-ID IS NOT EQUAL TO INQ-UNIT-ID OR VT-BUS-DATE IS NOT EQUAL TO INQ-BUS-DATE
                   OR VT-SHIFT IS NOT EQUAL TO INQ-SHIFT OR VT-LINE-NO IS GREATER THAN TO-LINE THEN
               EXIT PERFORM
           END-IF
           ADD 1 TO LISTED-COUNT
           PERFORM PRINT-VAULT-LINE
       END-PERFORM

       CLOSE VAULT-FILE
       DISPLAY 'LINES LISTED: ' LISTED-COUNT

       IF LISTED-COUNT IS EQUAL TO ZERO THEN
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

*> one vaulted line: number, verdict and reason, then the line as it
*> arrived a slice at a time, stopping at the last slice that holds
*> anything; AROUND marks the exception's own line
PRINT-VAULT-LINE.
       EVALUATE VT-VERDICT
           WHEN 'S' MOVE 'SAFE' TO VERDICT-WORD
           WHEN 'D' MOVE 'DAMPENED' TO VERDICT-WORD
           WHEN 'U' MOVE 'UNSAFE' TO VERDICT-WORD
           WHEN 'R' MOVE 'REJECTED' TO VERDICT-WORD
           WHEN OTHER MOVE VT-VERDICT TO VERDICT-WORD
       END-EVALUATE
       MOVE SPACES TO PRT-MARK
       IF VT-LINE-NO IS EQUAL TO MARK-LINE THEN
           MOVE '>>' TO PRT-MARK
       END-IF
       MOVE VT-LINE-NO TO PRT-LINE-NO
       MOVE VT-READING-COUNT TO PRT-READINGS
       DISPLAY ' '
       DISPLAY PRT-MARK 'LINE ' PRT-LINE-NO ' ' VERDICT-WORD ' ' VT-REASON
           ' READINGS ' PRT-READINGS ' RUN ' VT-RUN-DATE ' ' VT-RUN-TIME
           ' ' FUNCTION TRIM(VT-SOURCE)
       DISPLAY '    ' VT-RAW-LINE(1:SLICE-LENGTH)
       PERFORM VARYING SLICE-START FROM 101 BY 100 UNTIL SLICE-START IS GREATER THAN 4500
           IF VT-RAW-LINE(SLICE-START:) IS EQUAL TO SPACES THEN
               EXIT PERFORM
           END-IF
           DISPLAY '    ' VT-RAW-LINE(SLICE-START:SLICE-LENGTH)
       END-PERFORM.
