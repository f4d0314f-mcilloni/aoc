*>            entry; the checker fails any reading outside them with
*>            an OUT OF RANGE exception. SET preserves limits already
*>            armed on the entry it replaces
*> 2026-10-15 every SET and RANGE appends to the shared maintenance
*>            journal (AOC02.JOURNAL): time, submitting userid,
*>            command, key and the full before/after band entry; a
*>            change that cannot be journaled is refused

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   RECORD KEY IS BM-KEY
                   FILE STATUS IS BANDMST-STATUS.

               SELECT JOURNAL-FILE
                   ASSIGN TO DYNAMIC JOURNAL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JOURNAL-STATUS.

DATA DIVISION.
       FILE SECTION.
           *> must stay in step with the BAND-MASTER FD in main.cbl
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

WORKING-STORAGE SECTION.
       01 BANDMST-FILENAME PICTURE IS X(80) VALUE 'AOC02.BANDMST'.
       01 BANDMST-STATUS PICTURE IS X(02).
       01 JOURNAL-FILENAME PICTURE IS X(80) VALUE 'AOC02.JOURNAL'.
       01 JOURNAL-STATUS PICTURE IS X(02).
       01 JOURNAL-TIME-RAW PICTURE IS X(8).
       01 BEFORE-FLAG PICTURE IS X(1).
       01 BEFORE-IMAGE PICTURE IS X(300).

       01 ARG-COUNT PICTURE IS 9(5).
       01 ARG-INDEX PICTURE IS 9(5).
       MOVE 7 TO NOTE-START
       PERFORM COLLECT-NOTE-TEXT

       PERFORM OPEN-JOURNAL
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           MOVE 8 TO RETURN-CODE
           GO TO SET-BAND-CMD-EXIT
       END-IF

       OPEN I-O BAND-MASTER
       IF BANDMST-STATUS IS EQUAL TO '35' THEN
           OPEN OUTPUT BAND-MASTER
       END-IF
       IF BANDMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02B: unable to open band master ' FUNCTION TRIM(BANDMST-FILENAME) ' (status ' BANDMST-STATUS ')' UPON STDERR
           CLOSE JOURNAL-FILE
           MOVE 8 TO RETURN-CODE
           GO TO SET-BAND-CMD-EXIT
       END-IF
       MOVE 'N' TO OLD-RANGE-FLAG
       MOVE ZERO TO OLD-MIN-READING
       MOVE ZERO TO OLD-MAX-READING
       MOVE 'N' TO BEFORE-FLAG
       MOVE SPACES TO BEFORE-IMAGE
       MOVE SET-UNIT-ID TO BM-UNIT-ID
       MOVE SET-EFF-DATE TO BM-EFF-DATE
       READ BAND-MASTER
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE 'Y' TO BEFORE-FLAG
             MOVE BAND-MASTER-RECORD TO BEFORE-IMAGE
             MOVE BM-RANGE-FLAG TO OLD-RANGE-FLAG
             MOVE BM-MIN-READING TO OLD-MIN-READING
             MOVE BM-MAX-READING TO OLD-MAX-READING
       IF BANDMST-STATUS IS EQUAL TO '00' THEN
           DISPLAY 'AOC02B: band filed for ' SET-UNIT-ID ' effective ' SET-EFF-DATE
           MOVE 0 TO RETURN-CODE
           PERFORM WRITE-JOURNAL-ENTRY
       ELSE
           DISPLAY 'AOC02B: write failed (status ' BANDMST-STATUS ')' UPON STDERR
           MOVE 8 TO RETURN-CODE
       END-IF

       CLOSE BAND-MASTER
       CLOSE JOURNAL-FILE.

SET-BAND-CMD-EXIT.
       EXIT.
       MOVE 6 TO NOTE-START
       PERFORM COLLECT-NOTE-TEXT

       PERFORM OPEN-JOURNAL
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           MOVE 8 TO RETURN-CODE
           GO TO RANGE-CMD-EXIT
       END-IF

       OPEN I-O BAND-MASTER
       IF BANDMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02B: unable to open band master ' FUNCTION TRIM(BANDMST-FILENAME) ' (status ' BANDMST-STATUS ')' UPON STDERR
           CLOSE JOURNAL-FILE
           MOVE 8 TO RETURN-CODE
           GO TO RANGE-CMD-EXIT
       END-IF
             DISPLAY 'AOC02B: no band entry for ' SET-UNIT-ID ' effective ' SET-EFF-DATE ' - SET the band first' UPON STDERR
             MOVE 8 TO RETURN-CODE
         NOT INVALID KEY
             MOVE 'Y' TO BEFORE-FLAG
             MOVE BAND-MASTER-RECORD TO BEFORE-IMAGE
             MOVE 'Y' TO BM-RANGE-FLAG
             MOVE SET-MIN-READING TO BM-MIN-READING
             MOVE SET-MAX-READING TO BM-MAX-READING
             IF BANDMST-STATUS IS EQUAL TO '00' THEN
                 DISPLAY 'AOC02B: range armed for ' SET-UNIT-ID ' effective ' SET-EFF-DATE
                 MOVE 0 TO RETURN-CODE
                 PERFORM WRITE-JOURNAL-ENTRY
             ELSE
                 DISPLAY 'AOC02B: rewrite failed (status ' BANDMST-STATUS ')' UPON STDERR
                 MOVE 8 TO RETURN-CODE
             END-IF
       END-READ

       CLOSE BAND-MASTER
       CLOSE JOURNAL-FILE.

RANGE-CMD-EXIT.
       EXIT.

*> opens the shared maintenance journal for append ahead of any
*> master change - a change that cannot be journaled is refused,
*> so the caller gives up when the status is not '00'
OPEN-JOURNAL.
       OPEN EXTEND JOURNAL-FILE
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           OPEN OUTPUT JOURNAL-FILE
       END-IF
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02B: unable to open maintenance journal ' FUNCTION TRIM(JOURNAL-FILENAME) ' (status ' JOURNAL-STATUS '), change refused' UPON STDERR
       END-IF.

*> journals the change just made: the band entry as it now stands is
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
       MOVE 'AOC02B' TO JR-PROGRAM
       MOVE 'BANDMST' TO JR-MASTER
       MOVE COMMAND-WORD TO JR-COMMAND
       MOVE BM-UNIT-ID TO JR-UNIT
       STRING 'EFF ' DELIMITED BY SIZE
              BM-EFF-DATE DELIMITED BY SIZE
           INTO JR-KEY
       END-STRING
       MOVE BEFORE-FLAG TO JR-BEFORE-FLAG
       MOVE BEFORE-IMAGE TO JR-BEFORE-IMAGE
       MOVE BAND-MASTER-RECORD TO JR-AFTER-IMAGE
       WRITE JOURNAL-RECORD
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02B: journal write failed (status ' JOURNAL-STATUS '), change to ' BM-UNIT-ID ' effective ' BM-EFF-DATE ' is NOT journaled' UPON STDERR
           MOVE 8 TO RETURN-CODE
       END-IF.
