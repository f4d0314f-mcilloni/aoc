*>            generation it wrote and the span of trend dates inside
*>            it, so AOC02T can find and read the generations covering
*>            a report window that predates the live file
*> 2026-10-15 restart-file FD follows the new trailing RF-RUN-DATE/
*>            RF-RUN-TIME checkpoint stamp
*> 2026-10-15 the orphan-checkpoint sweep matches against the unit
*>            master (AOC02.UNITMST) the checker itself reads, instead
*>            of a schedule file named by convention; the optional
*>            second argument now names a different unit master
*> 2026-10-15 trend FD (and so the archive line) follows the shift
*>            code (TR-SHIFT) added to its key; unit-master FD follows
*>            the new UM-SHIFTS
*> 2026-10-15 raw-reading vault (AOC02.VAULT) retention: vault lines
*>            for a business date older than the vault cutoff are
*>            purged. The vault keeps its own retention, given as the
*>            optional third argument (365 days when left off), since
*>            incident reviews reach back further than the trend
*>            window; '*' as the second argument keeps the default
*>            unit master

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   RECORD KEY IS RF-KEY
                   FILE STATUS IS RESTART-STATUS.

               SELECT UNIT-MASTER
                   ASSIGN TO DYNAMIC UNITMST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UM-KEY
                   FILE STATUS IS UNITMST-STATUS.

               SELECT ARCHIVE-NDX-FILE
                   ASSIGN TO DYNAMIC NDX-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ROLL-OUT-STATUS.

               SELECT VAULT-FILE
                   ASSIGN TO DYNAMIC VAULT-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VT-KEY
                   FILE STATUS IS VAULT-STATUS.

DATA DIVISION.
       FILE SECTION.
           *> must stay in step with the TREND-FILE FD in main.cbl
               05 TR-KEY.
                   10 TR-DATE PICTURE IS 9(8).
                   10 TR-FILENAME PICTURE IS X(80).
                   10 TR-SHIFT PICTURE IS X(1).
               05 TR-TOTAL-REPORTS PICTURE IS 9(7).
               05 TR-NSAFE-STRICT PICTURE IS 9(7).
               05 TR-NSAFE-DAMPENED PICTURE IS 9(7).
           *> archived trend records keep the live record's layout
           *> byte for byte, so a reload is a straight copy back
           FD TREND-ARCHIVE-FILE.
           01 TREND-ARCHIVE-LINE PICTURE IS X(117).

           *> must stay in step with the RESTART-FILE FD in main.cbl
           FD RESTART-FILE.
               05 RF-RUNNING-CHECKSUM PICTURE IS 9(9).
               05 RF-FILE-TRUNCATED PICTURE IS 9(5).
               05 RF-FILE-TOO-MANY PICTURE IS 9(5).
               05 RF-RUN-DATE PICTURE IS 9(8).
               05 RF-RUN-TIME PICTURE IS 9(6).

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

           *> archive catalog: one line per generation written, read
           *> back by AOC02T to find the generations covering a report
           FD ROLL-OUT-FILE.
           01 ROLL-OUT-LINE PICTURE IS X(4700).

           *> must stay in step with the VAULT-FILE FD in main.cbl
           FD VAULT-FILE.
           01 VAULT-RECORD.
               05 VT-KEY.
                   10 VT-UNIT-ID PICTURE IS X(8).
                   10 VT-BUS-DATE PICTURE IS 9(8).
                   10 VT-SHIFT PICTURE IS X(1).
                   10 VT-LINE-NO PICTURE IS 9(7).
               05 VT-VERDICT PICTURE IS X(1).
               05 VT-REASON PICTURE IS X(20).
               05 VT-SOURCE PICTURE IS X(80).
               05 VT-RUN-DATE PICTURE IS 9(8).
               05 VT-RUN-TIME PICTURE IS 9(6).
               05 VT-READING-COUNT PICTURE IS 9(5).
               05 VT-RAW-LINE PICTURE IS X(4500).

WORKING-STORAGE SECTION.
       01 TREND-FILENAME PICTURE IS X(80) VALUE 'AOC02.TREND'.
       01 TREND-STATUS PICTURE IS X(02).
       01 ARCHIVE-STATUS PICTURE IS X(02).
       01 RESTART-FILENAME PICTURE IS X(80) VALUE 'AOC02.RESTART'.
       01 RESTART-STATUS PICTURE IS X(02).
       01 UNITMST-FILENAME PICTURE IS X(80) VALUE 'AOC02.UNITMST'.
       01 UNITMST-STATUS PICTURE IS X(02).
       01 ROLL-SOURCE-NAME PICTURE IS X(80).
       01 ROLL-TARGET-NAME PICTURE IS X(80).
       01 ROLL-IN-STATUS PICTURE IS X(02).
       01 ROLL-OUT-STATUS PICTURE IS X(02).
       01 VAULT-FILENAME PICTURE IS X(80) VALUE 'AOC02.VAULT'.
       01 VAULT-STATUS PICTURE IS X(02).

       01 ARG-COUNT PICTURE IS 9(5).
       01 ARG-TEXT PICTURE IS X(80).
       01 RUN-DATE PICTURE IS 9(8).
       01 CUTOFF-DATE PICTURE IS 9(8).
       01 CUTOFF-DAYNUM PICTURE IS 9(7) COMP.
       01 VAULT-RETENTION-DAYS PICTURE IS 9(4) VALUE 365.
       01 VAULT-CUTOFF-DATE PICTURE IS 9(8).

       *> scheduled filenames for the orphan-checkpoint sweep; bounded
       *> like the schedule table in the checker
       01 SC-INDEX PICTURE IS 9(5).
       01 SC-FILE-TABLE.
           05 SC-FILE-ENTRY PICTURE IS X(80) OCCURS 50 TIMES.
       01 ORPHAN-SWITCH PICTURE IS X(01).
           88 CHECKPOINT-ORPHANED VALUE 'Y'.
           88 CHECKPOINT-SCHEDULED VALUE 'N'.

       01 ARCHIVED-COUNT PICTURE IS 9(7) VALUE ZERO.
       01 PURGED-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 VAULT-PURGED-COUNT PICTURE IS 9(9) VALUE ZERO.
       01 PRT-VAULT-COUNT PICTURE IS Z(8)9.
       01 ROLLED-COUNT PICTURE IS 9(7) VALUE ZERO.
       01 ROLL-TOTAL-COUNT PICTURE IS 9(7) VALUE ZERO.
       01 WORST-RC PICTURE IS 9(2) VALUE ZERO.

PROCEDURE DIVISION.
       IF NUMBER-OF-CALL-PARAMETERS IS LESS THAN 1 THEN
           DISPLAY "usage: AOC02M RETENTION-DAYS [UNIT-MASTER|*] [VAULT-RETENTION-DAYS]" UPON STDERR
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF
       IF ARG-COUNT IS GREATER THAN 1 THEN
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
           IF ARG-TEXT IS NOT EQUAL TO '*' THEN
               MOVE ARG-TEXT TO UNITMST-FILENAME
           END-IF
       END-IF

       IF ARG-COUNT IS GREATER THAN 2 THEN
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
           COMPUTE VAULT-RETENTION-DAYS = FUNCTION NUMVAL(ARG-TEXT(1:6))
           IF VAULT-RETENTION-DAYS IS EQUAL TO ZERO THEN
               DISPLAY 'AOC02M: vault retention days must be at least 1, got ' ARG-TEXT UPON STDERR
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       ACCEPT RUN-DATE FROM DATE YYYYMMDD
       COMPUTE CUTOFF-DAYNUM = FUNCTION INTEGER-OF-DATE(RUN-DATE) - VAULT-RETENTION-DAYS
       COMPUTE VAULT-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(CUTOFF-DAYNUM)
       COMPUTE CUTOFF-DAYNUM = FUNCTION INTEGER-OF-DATE(RUN-DATE) - RETENTION-DAYS
       COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(CUTOFF-DAYNUM)

       DISPLAY 'AOC02M HOUSEKEEPING RUN ' RUN-DATE ' (RETAIN ' RETENTION-DAYS ' DAYS, CUTOFF ' CUTOFF-DATE
           '; VAULT ' VAULT-RETENTION-DAYS ' DAYS, CUTOFF ' VAULT-CUTOFF-DATE ')'

       PERFORM ARCHIVE-OLD-TREND-RECORDS THRU ARCHIVE-OLD-TREND-RECORDS-EXIT
       PERFORM PURGE-ORPHAN-CHECKPOINTS THRU PURGE-ORPHAN-CHECKPOINTS-EXIT
       PERFORM PURGE-OLD-VAULT-LINES THRU PURGE-OLD-VAULT-LINES-EXIT

       MOVE 'AOC02.EXCPT' TO ROLL-SOURCE-NAME
       PERFORM ROLL-ONE-DAILY-FILE THRU ROLL-ONE-DAILY-FILE-EXIT
       DISPLAY 'TREND RECORDS ARCHIVED: ' PRT-COUNT ' TO ' FUNCTION TRIM(ARCHIVE-FILENAME)
       MOVE PURGED-COUNT TO PRT-COUNT
       DISPLAY 'ORPHAN CHECKPOINTS PURGED: ' PRT-COUNT
       MOVE VAULT-PURGED-COUNT TO PRT-VAULT-COUNT
       DISPLAY 'VAULT LINES PURGED: ' PRT-VAULT-COUNT
       MOVE ROLL-TOTAL-COUNT TO PRT-COUNT
       DISPLAY 'DAILY OUTPUT LINES ROLLED: ' PRT-COUNT


       CLOSE ARCHIVE-NDX-FILE.

*> deletes restart checkpoints whose RF-KEY matches no filename of a
*> unit in service - a checkpoint left behind by a file renamed
*> mid-abend would otherwise sit in AOC02.RESTART forever. When the
*> unit master cannot be read the sweep is skipped outright: with
*> nothing to match against, every checkpoint would look orphaned
PURGE-ORPHAN-CHECKPOINTS.
       PERFORM LOAD-SCHEDULE-NAMES
       IF SC-COUNT IS EQUAL TO ZERO THEN
           DISPLAY 'AOC02M: no unit master entries loaded, orphan-checkpoint sweep skipped' UPON STDERR
           IF WORST-RC IS LESS THAN 4 THEN
               MOVE 4 TO WORST-RC
           END-IF
PURGE-ORPHAN-CHECKPOINTS-EXIT.
       EXIT.

*> deletes every vault line whose business date is older than the
*> vault cutoff. The vault is keyed unit first, so the whole file is
*> walked. A vault not created yet (status 35 - the checker has not
*> run since it was introduced) is simply nothing to purge; one that
*> exists but cannot be opened only costs space, so it is RC 4
PURGE-OLD-VAULT-LINES.
       OPEN I-O VAULT-FILE
       IF VAULT-STATUS IS EQUAL TO '35' THEN
           DISPLAY 'AOC02M: ' FUNCTION TRIM(VAULT-FILENAME) ' not present, nothing to purge'
           GO TO PURGE-OLD-VAULT-LINES-EXIT
       END-IF
       IF VAULT-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02M: unable to open reading vault (status ' VAULT-STATUS '), vault purge skipped' UPON STDERR
           IF WORST-RC IS LESS THAN 4 THEN
               MOVE 4 TO WORST-RC
           END-IF
           GO TO PURGE-OLD-VAULT-LINES-EXIT
       END-IF

       PERFORM UNTIL VAULT-STATUS IS NOT EQUAL TO '00'
           READ VAULT-FILE NEXT RECORD
             AT END
                 EXIT PERFORM
           END-READ
           IF VAULT-STATUS IS NOT EQUAL TO '00' THEN
               EXIT PERFORM
           END-IF
           IF VT-BUS-DATE IS LESS THAN VAULT-CUTOFF-DATE THEN
               DELETE VAULT-FILE RECORD
               ADD 1 TO VAULT-PURGED-COUNT
           END-IF
       END-PERFORM

       CLOSE VAULT-FILE.

PURGE-OLD-VAULT-LINES-EXIT.
       EXIT.

*> loads just the filenames of the units in service (not retired) out
*> of the unit master the checker reads
LOAD-SCHEDULE-NAMES.
       OPEN INPUT UNIT-MASTER
       IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02M: unable to open unit master ' FUNCTION TRIM(UNITMST-FILENAME) ' (status ' UNITMST-STATUS ')' UPON STDERR
       ELSE
           PERFORM UNTIL UNITMST-STATUS IS NOT EQUAL TO '00'
               READ UNIT-MASTER NEXT RECORD
                 AT END
                     EXIT PERFORM
               END-READ
               IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
                   EXIT PERFORM
               END-IF
               IF UM-ACTIVE IS NOT EQUAL TO 'R' THEN
                   PERFORM ADD-SCHEDULE-NAME
               END-IF
           END-PERFORM
           CLOSE UNIT-MASTER
       END-IF.

ADD-SCHEDULE-NAME.
       IF SC-COUNT IS GREATER THAN OR EQUAL TO SC-MAX THEN
           DISPLAY 'AOC02M: too many unit master entries (max ' SC-MAX '), ignoring: ' UM-UNIT-ID UPON STDERR
       ELSE
           ADD 1 TO SC-COUNT
           MOVE UM-FILENAME TO SC-FILE-ENTRY(SC-COUNT)
       END-IF.

*> copies one per-run output file to a dated generation and truncates
