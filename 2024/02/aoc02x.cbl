*>            acknowledges or resolves an entry and files a reviewer
*>            note, so recurring offenders stop masquerading as
*>            brand-new every morning
*> 2026-10-15 exception-master FD follows the new trailing EM-RUN-TIME
*> 2026-10-15 every SET appends to the shared maintenance journal
*>            (AOC02.JOURNAL): time, submitting userid, command, key
*>            and the full before/after master entry; a disposition
*>            change that cannot be journaled is refused
*> 2026-10-15 exception-master FD follows the new trailing EM-BUS-DATE
*> 2026-10-15 entries filed by a shift transmission carry EM-SHIFT in
*>            their key: LIST shows the run date as yyyymmdd/s and SET
*>            takes the same form, and the journal key names the shift

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   RECORD KEY IS EM-KEY
                   FILE STATUS IS EXCMST-STATUS.

               SELECT JOURNAL-FILE
                   ASSIGN TO DYNAMIC JOURNAL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JOURNAL-STATUS.

DATA DIVISION.
       FILE SECTION.
           *> must stay in step with the EXCEPTION-MASTER FD in main.cbl
                   10 EM-FILENAME PICTURE IS X(80).
                   10 EM-LINE-NO PICTURE IS 9(7).
                   10 EM-RUN-DATE PICTURE IS 9(8).
                   10 EM-SHIFT PICTURE IS X(1).
               05 EM-REASON PICTURE IS X(20).
               05 EM-POS-1 PICTURE IS 9(5).
               05 EM-VAL-1 PICTURE IS S9(5)V9.
               05 EM-RECUR-COUNT PICTURE IS 9(5).
               05 EM-FIRST-DATE PICTURE IS 9(8).
               05 EM-NOTE PICTURE IS X(40).
               *> time of day the run that raised the entry started -
               *> with EM-RUN-DATE, the clock AOC02E ages it against
               05 EM-RUN-TIME PICTURE IS 9(6).
               *> business date of the data the entry was raised on -
               *> the date the trend history files the same section
               *> under (the run date for a missing unit)
               05 EM-BUS-DATE PICTURE IS 9(8).

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
       01 EXCMST-FILENAME PICTURE IS X(80) VALUE 'AOC02.EXCMST'.
       01 EXCMST-STATUS PICTURE IS X(02).
       01 JOURNAL-FILENAME PICTURE IS X(80) VALUE 'AOC02.JOURNAL'.
       01 JOURNAL-STATUS PICTURE IS X(02).
       01 JOURNAL-TIME-RAW PICTURE IS X(8).
       01 BEFORE-IMAGE PICTURE IS X(300).

       01 ARG-COUNT PICTURE IS 9(5).
       01 ARG-INDEX PICTURE IS 9(5).
       01 SET-FILENAME PICTURE IS X(80).
       01 SET-LINE-NO PICTURE IS 9(7).
       01 SET-RUN-DATE PICTURE IS 9(8).
       01 SET-SHIFT PICTURE IS X(1).
       01 SET-DISPOSITION PICTURE IS X(1).
       01 NOTE-TEXT PICTURE IS X(40).
       01 NOTE-PTR PICTURE IS 9(3).
       01 PRT-LINE-NO PICTURE IS Z(6)9.
       01 PRT-RECUR PICTURE IS Z(4)9.
       01 DISP-WORD PICTURE IS X(12).
       *> the run date part of the key as LIST shows and SET takes it:
       *> yyyymmdd, or yyyymmdd/s for an entry a shift transmission filed
       01 PRT-RUN-KEY PICTURE IS X(10).

PROCEDURE DIVISION.
       MOVE NUMBER-OF-CALL-PARAMETERS TO ARG-COUNT

SHOW-USAGE.
       DISPLAY "usage: AOC02X LIST [NEW|REPEAT|ACK|RES|ALL]" UPON STDERR
       DISPLAY "       AOC02X SET FILENAME LINE RUNDATE[/SHIFT] ACK|RES [NOTE ...]" UPON STDERR.

*> walks the whole master in key order and prints every entry whose
*> disposition matches the filter - the default NEW filter is the
       END-EVALUATE
       MOVE EM-LINE-NO TO PRT-LINE-NO
       MOVE EM-RECUR-COUNT TO PRT-RECUR
       MOVE EM-RUN-DATE TO PRT-RUN-KEY
       IF EM-SHIFT IS NOT EQUAL TO SPACE THEN
           MOVE '/' TO PRT-RUN-KEY(9:1)
           MOVE EM-SHIFT TO PRT-RUN-KEY(10:1)
       END-IF
       DISPLAY PRT-RUN-KEY ' ' DISP-WORD ' X' PRT-RECUR
           ' SINCE ' EM-FIRST-DATE ' ' EM-REASON
           ' LINE ' PRT-LINE-NO ' ' FUNCTION TRIM(EM-FILENAME)
       IF EM-NOTE IS NOT EQUAL TO SPACES THEN
       END-IF.

*> sets the disposition (and optional reviewer note) on one master
*> entry, identified by the full filename + line + run date (and
*> shift) key the LIST output shows
SET-DISPOSITION-CMD.
       IF ARG-COUNT IS LESS THAN 5 THEN
           PERFORM SHOW-USAGE
       DISPLAY 4 UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       MOVE ARG-TEXT(1:8) TO SET-RUN-DATE
       MOVE SPACE TO SET-SHIFT
       IF ARG-TEXT(9:1) IS EQUAL TO '/' THEN
           MOVE ARG-TEXT(10:1) TO SET-SHIFT
       END-IF
       DISPLAY 5 UPON ARGUMENT-NUMBER
       ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
       EVALUATE ARG-TEXT(1:4)
           END-STRING
       END-PERFORM

       PERFORM OPEN-JOURNAL
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           MOVE 8 TO RETURN-CODE
           GO TO SET-DISPOSITION-CMD-EXIT
       END-IF

       OPEN I-O EXCEPTION-MASTER
       IF EXCMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02X: unable to open exception master ' FUNCTION TRIM(EXCMST-FILENAME) ' (status ' EXCMST-STATUS ')' UPON STDERR
           CLOSE JOURNAL-FILE
           MOVE 8 TO RETURN-CODE
           GO TO SET-DISPOSITION-CMD-EXIT
       END-IF
       MOVE SET-FILENAME TO EM-FILENAME
       MOVE SET-LINE-NO TO EM-LINE-NO
       MOVE SET-RUN-DATE TO EM-RUN-DATE
       MOVE SET-SHIFT TO EM-SHIFT
       READ EXCEPTION-MASTER
         INVALID KEY
             DISPLAY 'AOC02X: no master entry for ' FUNCTION TRIM(SET-FILENAME) ' line ' SET-LINE-NO ' date ' SET-RUN-DATE ' ' SET-SHIFT UPON STDERR
             MOVE 8 TO RETURN-CODE
         NOT INVALID KEY
             MOVE EXCEPTION-MASTER-RECORD TO BEFORE-IMAGE
             MOVE SET-DISPOSITION TO EM-DISPOSITION
             IF NOTE-TEXT IS NOT EQUAL TO SPACES THEN
                 MOVE NOTE-TEXT TO EM-NOTE
             IF EXCMST-STATUS IS EQUAL TO '00' THEN
                 DISPLAY 'AOC02X: entry updated'
                 MOVE 0 TO RETURN-CODE
                 PERFORM WRITE-JOURNAL-ENTRY
             ELSE
                 DISPLAY 'AOC02X: rewrite failed (status ' EXCMST-STATUS ')' UPON STDERR
                 MOVE 8 TO RETURN-CODE
             END-IF
       END-READ

       CLOSE EXCEPTION-MASTER
       CLOSE JOURNAL-FILE.

SET-DISPOSITION-CMD-EXIT.
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
           DISPLAY 'AOC02X: unable to open maintenance journal ' FUNCTION TRIM(JOURNAL-FILENAME) ' (status ' JOURNAL-STATUS '), change refused' UPON STDERR
       END-IF.

*> journals the disposition change just made: the entry as it now
*> stands is the after image, BEFORE-IMAGE the entry as it was read
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
       MOVE 'AOC02X' TO JR-PROGRAM
       MOVE 'EXCMST' TO JR-MASTER
       MOVE COMMAND-WORD TO JR-COMMAND
       MOVE EM-FILENAME TO JR-UNIT
       STRING 'LINE ' DELIMITED BY SIZE
              EM-LINE-NO DELIMITED BY SIZE
              ' DATE ' DELIMITED BY SIZE
              EM-RUN-DATE DELIMITED BY SIZE
           INTO JR-KEY
       END-STRING
       IF EM-SHIFT IS NOT EQUAL TO SPACE THEN
           MOVE ' SHIFT ' TO JR-KEY(27:7)
           MOVE EM-SHIFT TO JR-KEY(34:1)
       END-IF
       MOVE 'Y' TO JR-BEFORE-FLAG
       MOVE BEFORE-IMAGE TO JR-BEFORE-IMAGE
       MOVE EXCEPTION-MASTER-RECORD TO JR-AFTER-IMAGE
       WRITE JOURNAL-RECORD
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02X: journal write failed (status ' JOURNAL-STATUS '), change to ' FUNCTION TRIM(EM-FILENAME) ' line ' EM-LINE-NO ' is NOT journaled' UPON STDERR
           MOVE 8 TO RETURN-CODE
       END-IF.
