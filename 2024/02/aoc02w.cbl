*>            its ranking from this master, so the morning meeting can
*>            see whether the position topping the list has an order
*>            open, closed, or never cut at all
*> 2026-10-15 every OPEN and CLOSE appends to the shared maintenance
*>            journal (AOC02.JOURNAL): time, submitting userid,
*>            command, key and the full before/after work order; a
*>            change that cannot be journaled is refused

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   RECORD KEY IS WO-KEY
                   FILE STATUS IS WORKORD-STATUS.

               SELECT JOURNAL-FILE
                   ASSIGN TO DYNAMIC JOURNAL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JOURNAL-STATUS.

DATA DIVISION.
       FILE SECTION.
           *> must stay in step with the WORK-ORDER-MASTER FD in
               05 WO-CLOSE-DATE PICTURE IS 9(8).
               05 WO-NOTE PICTURE IS X(40).

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
       01 WORKORD-FILENAME PICTURE IS X(80) VALUE 'AOC02.WORKORD'.
       01 WORKORD-STATUS PICTURE IS X(02).
       01 JOURNAL-FILENAME PICTURE IS X(80) VALUE 'AOC02.JOURNAL'.
       01 JOURNAL-STATUS PICTURE IS X(02).
       01 JOURNAL-TIME-RAW PICTURE IS X(8).
       01 BEFORE-FLAG PICTURE IS X(1).
       01 BEFORE-IMAGE PICTURE IS X(300).

       01 ARG-COUNT PICTURE IS 9(5).
       01 ARG-INDEX PICTURE IS 9(5).
           GO TO OPEN-ORDER-CMD-EXIT
       END-IF

       PERFORM OPEN-JOURNAL
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           MOVE 8 TO RETURN-CODE
           GO TO OPEN-ORDER-CMD-EXIT
       END-IF

       OPEN I-O WORK-ORDER-MASTER
       IF WORKORD-STATUS IS EQUAL TO '35' THEN
           OPEN OUTPUT WORK-ORDER-MASTER
       END-IF
       IF WORKORD-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02W: unable to open work-order master ' FUNCTION TRIM(WORKORD-FILENAME) ' (status ' WORKORD-STATUS ')' UPON STDERR
           CLOSE JOURNAL-FILE
           MOVE 8 TO RETURN-CODE
           GO TO OPEN-ORDER-CMD-EXIT
       END-IF

       *> a re-open replaces the closed order - keep it for the journal
       MOVE 'N' TO BEFORE-FLAG
       MOVE SPACES TO BEFORE-IMAGE
       MOVE SET-UNIT TO WO-UNIT
       MOVE SET-POSITION TO WO-POSITION
       READ WORK-ORDER-MASTER
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE 'Y' TO BEFORE-FLAG
             MOVE WORK-ORDER-RECORD TO BEFORE-IMAGE
       END-READ

       MOVE SET-UNIT TO WO-UNIT
       MOVE SET-POSITION TO WO-POSITION
       MOVE 'O' TO WO-STATUS
           MOVE SET-POSITION TO PRT-POS
           DISPLAY 'AOC02W: order opened for ' FUNCTION TRIM(SET-UNIT) ' POS ' PRT-POS
           MOVE 0 TO RETURN-CODE
           PERFORM WRITE-JOURNAL-ENTRY
       ELSE
           DISPLAY 'AOC02W: write failed (status ' WORKORD-STATUS ')' UPON STDERR
           MOVE 8 TO RETURN-CODE
       END-IF

       CLOSE WORK-ORDER-MASTER
       CLOSE JOURNAL-FILE.

OPEN-ORDER-CMD-EXIT.
       EXIT.

       PERFORM PARSE-ORDER-KEY

       PERFORM OPEN-JOURNAL
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           MOVE 8 TO RETURN-CODE
           GO TO CLOSE-ORDER-CMD-EXIT
       END-IF

       OPEN I-O WORK-ORDER-MASTER
       IF WORKORD-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02W: unable to open work-order master ' FUNCTION TRIM(WORKORD-FILENAME) ' (status ' WORKORD-STATUS ')' UPON STDERR
           CLOSE JOURNAL-FILE
           MOVE 8 TO RETURN-CODE
           GO TO CLOSE-ORDER-CMD-EXIT
       END-IF
             DISPLAY 'AOC02W: no order for ' FUNCTION TRIM(SET-UNIT) ' POS ' PRT-POS UPON STDERR
             MOVE 8 TO RETURN-CODE
         NOT INVALID KEY
             MOVE 'Y' TO BEFORE-FLAG
             MOVE WORK-ORDER-RECORD TO BEFORE-IMAGE
             MOVE 'C' TO WO-STATUS
             MOVE RUN-DATE TO WO-CLOSE-DATE
             IF NOTE-TEXT IS NOT EQUAL TO SPACES THEN
                 MOVE SET-POSITION TO PRT-POS
                 DISPLAY 'AOC02W: order closed for ' FUNCTION TRIM(SET-UNIT) ' POS ' PRT-POS
                 MOVE 0 TO RETURN-CODE
                 PERFORM WRITE-JOURNAL-ENTRY
             ELSE
                 DISPLAY 'AOC02W: rewrite failed (status ' WORKORD-STATUS ')' UPON STDERR
                 MOVE 8 TO RETURN-CODE
             END-IF
       END-READ

       CLOSE WORK-ORDER-MASTER
       CLOSE JOURNAL-FILE.

CLOSE-ORDER-CMD-EXIT.
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
           DISPLAY 'AOC02W: unable to open maintenance journal ' FUNCTION TRIM(JOURNAL-FILENAME) ' (status ' JOURNAL-STATUS '), change refused' UPON STDERR
       END-IF.

*> journals the change just made: the order as it now stands is the
*> after image, BEFORE-IMAGE the order it replaced (if any)
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
       MOVE 'AOC02W' TO JR-PROGRAM
       MOVE 'WORKORD' TO JR-MASTER
       MOVE COMMAND-WORD TO JR-COMMAND
       MOVE WO-UNIT TO JR-UNIT
       MOVE WO-POSITION TO PRT-POS
       STRING 'POS ' DELIMITED BY SIZE
              FUNCTION TRIM(PRT-POS) DELIMITED BY SIZE
           INTO JR-KEY
       END-STRING
       MOVE BEFORE-FLAG TO JR-BEFORE-FLAG
       MOVE BEFORE-IMAGE TO JR-BEFORE-IMAGE
       MOVE WORK-ORDER-RECORD TO JR-AFTER-IMAGE
       WRITE JOURNAL-RECORD
       IF JOURNAL-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02W: journal write failed (status ' JOURNAL-STATUS '), change to ' FUNCTION TRIM(WO-UNIT) ' POS ' FUNCTION TRIM(PRT-POS) ' is NOT journaled' UPON STDERR
           MOVE 8 TO RETURN-CODE
       END-IF.
