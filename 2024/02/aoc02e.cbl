IDENTIFICATION DIVISION.
PROGRAM-ID. AOC02E.
*> 2026-10-15 exception aging and escalation: walks the exception
*>            master for entries still at disposition N or P past the
*>            hour limit for their failure reason (AOC02.AGING, one
*>            'hours reason' line each, DEFAULT for the rest) and
*>            writes one escalation record per unit in the NOTIFY
*>            layout (AOC02.ESCNOTIFY), routed to the unit's
*>            RT-ESCALATION target instead of the crew that let it
*>            age; returns the worst escalated severity so the JCL
*>            can page
*> 2026-10-15 exception-master FD follows the new trailing EM-BUS-DATE
*> 2026-10-15 notify FD follows the new trailing NF-UNITS (left blank
*>            on escalation records)
*> 2026-10-15 unit ids and escalation targets come from the indexed
*>            unit master (AOC02.UNITMST) in one pass instead of the
*>            AOC02.SCHED and AOC02.ROUTES flat files; retired units
*>            stay in so their open exceptions still escalate to the
*>            right crew
*> 2026-10-15 exception-master FD follows the shift code (EM-SHIFT)
*>            added to its key, unit-master FD the new UM-SHIFTS
*> 2026-10-15 notify FD follows the new trailing NF-CAL-OVERDUE (zero
*>            on escalation records)

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EXCEPTION-MASTER
                   ASSIGN TO DYNAMIC EXCMST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EM-KEY
                   FILE STATUS IS EXCMST-STATUS.

               SELECT AGING-FILE
                   ASSIGN TO DYNAMIC AGING-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AGING-STATUS.

               SELECT UNIT-MASTER
                   ASSIGN TO DYNAMIC UNITMST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UM-KEY
                   FILE STATUS IS UNITMST-STATUS.

               SELECT NOTIFY-FILE
                   ASSIGN TO DYNAMIC ESCNOTIFY-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS NOTIFY-STATUS.

DATA DIVISION.
       FILE SECTION.
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

           *> aging limits: 'hhhh REASON' per line - the hours an entry
           *> with that failure reason may stay unacknowledged, the
           *> reason exactly as AOC02 files it (spaces and all);
           *> 'DEFAULT' covers every reason without a line of its own,
           *> '*' in column 1 is a comment
           FD AGING-FILE.
           01 AGING-LINE PICTURE IS X(120).
                   88 AGING-EOF VALUE HIGH-VALUES.

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

           *> must stay in step with the NOTIFY-FILE FD in main.cbl -
           *> the same published layout, so the paging steps read an
           *> escalation exactly like a nightly notification. For an
           *> escalation record the columns carry:
           *>   NF-SOURCE      the exception-master identity (unit file)
           *>   NF-SEVERITY    worst severity among its overdue entries
           *>   NF-TOTAL       overdue unacknowledged entries
           *>   NF-UNSAFE      of those, unsafe report lines
           *>   NF-WORST       reason of the first entry at that severity
           *>   NF-RECIPIENT   the unit's RT-ESCALATION target
           *>   NF-ESCALATION  the catch-all on-call id, next in line
           *>   NF-UNITS       blank (common-cause records only)
           *>   NF-CAL-OVERDUE zero (nightly unit records only)
           FD NOTIFY-FILE.
           01 NOTIFY-RECORD.
               05 NF-RUN-DATE PICTURE IS 9(8).
               05 NF-RUN-TIME PICTURE IS 9(6).
               05 NF-UNIT-ID PICTURE IS X(8).
               05 NF-SOURCE PICTURE IS X(80).
               05 NF-SEVERITY PICTURE IS 9(2).
               05 NF-TOTAL PICTURE IS 9(7).
               05 NF-UNSAFE PICTURE IS 9(7).
               05 NF-WORST PICTURE IS X(20).
               05 NF-RECIPIENT PICTURE IS X(8).
               05 NF-ESCALATION PICTURE IS X(8).
               05 NF-UNITS PICTURE IS X(80).
               05 NF-CAL-OVERDUE PICTURE IS 9(3).

WORKING-STORAGE SECTION.
       01 EXCMST-FILENAME PICTURE IS X(80) VALUE 'AOC02.EXCMST'.
       01 EXCMST-STATUS PICTURE IS X(02).
       01 AGING-FILENAME PICTURE IS X(80) VALUE 'AOC02.AGING'.
       01 AGING-STATUS PICTURE IS X(02).
       01 UNITMST-FILENAME PICTURE IS X(80) VALUE 'AOC02.UNITMST'.
       01 UNITMST-STATUS PICTURE IS X(02).
       01 ESCNOTIFY-FILENAME PICTURE IS X(80) VALUE 'AOC02.ESCNOTIFY'.
       01 NOTIFY-STATUS PICTURE IS X(02).

       01 ARG-COUNT PICTURE IS 9(5).
       01 ARG-TEXT PICTURE IS X(80).
       01 RUN-DATE PICTURE IS 9(8).
       01 RUN-TIME-RAW PICTURE IS X(8).
       01 RUN-TIME PICTURE IS 9(6).
       01 RUN-TIME-PARTS REDEFINES RUN-TIME.
           05 RUN-HH PICTURE IS 9(2).
           05 RUN-MM PICTURE IS 9(2).
           05 RUN-SS PICTURE IS 9(2).

       *> per-reason hour limits; the built-in default applies until
       *> (or unless) the limits file gives a DEFAULT line of its own
       01 DEFAULT-AGING-HOURS PICTURE IS 9(4) VALUE 24.
       01 AG-MAX PICTURE IS 9(5) VALUE 30.
       01 AG-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 AG-INDEX PICTURE IS 9(5).
       01 AGING-TABLE.
           05 AGING-ENTRY OCCURS 30 TIMES.
               10 AG-REASON PICTURE IS X(20).
               10 AG-HOURS PICTURE IS 9(4).
       01 AG-HOURS-TEXT PICTURE IS X(10).
       01 AG-REASON-TEXT PICTURE IS X(40).
       01 AG-PTR PICTURE IS 9(3).

       *> unit master, unit id and filename only - ties a
       *> single-section unit's master identity back to its unit id
       01 SC-MAX PICTURE IS 9(5) VALUE 50.
       01 SC-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 SC-INDEX PICTURE IS 9(5).
       01 SCHEDULE-TABLE.
           05 SCHEDULE-ENTRY OCCURS 50 TIMES.
               10 SC-UNIT-ID PICTURE IS X(8).
               10 SC-FILENAME PICTURE IS X(80).

       *> alert routing from the unit master, as AOC02 loads it
       01 ROUTE-TABLE.
           05 ROUTE-ENTRY OCCURS 50 TIMES.
               10 RT-UNIT-ID PICTURE IS X(8).
               10 RT-RECIPIENT PICTURE IS X(8).
               10 RT-ESCALATION PICTURE IS X(8).
       01 RT-MAX PICTURE IS 9(5) VALUE 50.
       01 RT-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 RT-INDEX PICTURE IS 9(5).
       01 DEFAULT-RECIPIENT PICTURE IS X(8) VALUE 'ONCALL'.
       01 ROUTE-LOOKUP-ID PICTURE IS X(8).
       01 ROUTED-ESCALATION PICTURE IS X(8).

       *> the clock: minutes since the calendar epoch, now and for the
       *> entry, so an age spans midnight and month ends cleanly
       01 NOW-MINUTES PICTURE IS 9(11).
       01 ENTRY-MINUTES PICTURE IS 9(11).
       01 AGE-MINUTES PICTURE IS S9(11).
       01 AGE-HOURS PICTURE IS S9(7).
       01 LIMIT-HOURS PICTURE IS 9(4).
       01 ENTRY-TIME PICTURE IS 9(6).
       01 ENTRY-TIME-PARTS REDEFINES ENTRY-TIME.
           05 ENTRY-HH PICTURE IS 9(2).
           05 ENTRY-MM PICTURE IS 9(2).
           05 ENTRY-SS PICTURE IS 9(2).
       01 ENTRY-SEVERITY PICTURE IS 9(2).
       01 LINE-LEVEL-SWITCH PICTURE IS X(01).
           88 LINE-LEVEL-ENTRY VALUE 'Y'.
           88 FILE-LEVEL-ENTRY VALUE 'N'.

       *> reserved pseudo line numbers AOC02 files its file-level
       *> exceptions under - must stay in step with main.cbl
       01 FILE-LEVEL-LINE-BASE PICTURE IS 9(7) VALUE 9999990.

       *> the unit group being accumulated: the master comes back in
       *> identity order, so each unit's overdue entries are adjacent
       01 GROUP-FILENAME PICTURE IS X(80) VALUE SPACES.
       01 GROUP-OVERDUE PICTURE IS 9(7).
       01 GROUP-UNSAFE PICTURE IS 9(7).
       01 GROUP-SEVERITY PICTURE IS 9(2).
       01 GROUP-WORST PICTURE IS X(20).
       01 GROUP-UNIT-ID PICTURE IS X(8).

       01 ENTRIES-READ PICTURE IS 9(7) VALUE ZERO.
       01 ENTRIES-OPEN PICTURE IS 9(7) VALUE ZERO.
       01 ENTRIES-OVERDUE PICTURE IS 9(7) VALUE ZERO.
       01 ESCALATIONS-WRITTEN PICTURE IS 9(5) VALUE ZERO.
       01 WORST-SEVERITY PICTURE IS 9(2) VALUE ZERO.

       01 PRT-LINE-NO PICTURE IS Z(6)9.
       01 PRT-AGE PICTURE IS Z(6)9.
       01 PRT-LIMIT PICTURE IS ZZZ9.

PROCEDURE DIVISION.
       MOVE NUMBER-OF-CALL-PARAMETERS TO ARG-COUNT
       IF ARG-COUNT IS GREATER THAN 1 THEN
           DISPLAY "usage: AOC02E [AGING-LIMITS-FILE]" UPON STDERR
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF
       IF ARG-COUNT IS EQUAL TO 1 THEN
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG-TEXT FROM ARGUMENT-VALUE
           MOVE ARG-TEXT TO AGING-FILENAME
       END-IF

       ACCEPT RUN-DATE FROM DATE YYYYMMDD
       ACCEPT RUN-TIME-RAW FROM TIME
       MOVE RUN-TIME-RAW(1:6) TO RUN-TIME
       COMPUTE NOW-MINUTES = FUNCTION INTEGER-OF-DATE(RUN-DATE) * 1440
                           + RUN-HH * 60 + RUN-MM

       PERFORM LOAD-AGING-LIMITS
       PERFORM LOAD-UNIT-MASTER

       OPEN INPUT EXCEPTION-MASTER
       IF EXCMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02E: unable to open exception master ' FUNCTION TRIM(EXCMST-FILENAME) ' (status ' EXCMST-STATUS '), nothing aged' UPON STDERR
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       *> rewritten every run, like AOC02.NOTIFY, so the paging steps
       *> never re-page an escalation somebody has since acknowledged
       OPEN OUTPUT NOTIFY-FILE
       IF NOTIFY-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02E: unable to open escalation file ' FUNCTION TRIM(ESCNOTIFY-FILENAME) ' (status ' NOTIFY-STATUS ')' UPON STDERR
           CLOSE EXCEPTION-MASTER
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY 'AOC02E EXCEPTION AGING RUN ' RUN-DATE ' ' RUN-TIME

       PERFORM UNTIL EXCMST-STATUS IS NOT EQUAL TO '00'
           READ EXCEPTION-MASTER NEXT RECORD
             AT END
                 EXIT PERFORM
           END-READ
           IF EXCMST-STATUS IS NOT EQUAL TO '00' THEN
               DISPLAY 'AOC02E: exception master read failed (status ' EXCMST-STATUS '), aging incomplete' UPON STDERR
               MOVE 16 TO WORST-SEVERITY
               EXIT PERFORM
           END-IF
           ADD 1 TO ENTRIES-READ
           IF EM-FILENAME IS NOT EQUAL TO GROUP-FILENAME THEN
               PERFORM FLUSH-UNIT-GROUP
               PERFORM BEGIN-UNIT-GROUP
           END-IF
           IF EM-DISPOSITION IS EQUAL TO 'N' OR EM-DISPOSITION IS EQUAL TO 'P' THEN
               ADD 1 TO ENTRIES-OPEN
               PERFORM AGE-ONE-ENTRY
           END-IF
       END-PERFORM
       PERFORM FLUSH-UNIT-GROUP

       CLOSE EXCEPTION-MASTER
       CLOSE NOTIFY-FILE

       DISPLAY 'ENTRIES READ: ' ENTRIES-READ '  UNACKNOWLEDGED: ' ENTRIES-OPEN
           '  OVERDUE: ' ENTRIES-OVERDUE '  ESCALATION RECORDS: ' ESCALATIONS-WRITTEN

       *> 0 nothing overdue; otherwise the worst escalated severity -
       *> 04/08/12 on the AOC02 scale - and 16 when the master could
       *> not be read through
       MOVE WORST-SEVERITY TO RETURN-CODE.
STOP RUN.

*> loads the per-reason hour limits; no limits file just means every
*> reason ages against the built-in default, which is logged
LOAD-AGING-LIMITS.
       OPEN INPUT AGING-FILE
       IF AGING-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02E: unable to open aging limits ' FUNCTION TRIM(AGING-FILENAME) ' (status ' AGING-STATUS '), every reason ages at ' DEFAULT-AGING-HOURS ' hours' UPON STDERR
       ELSE
           PERFORM UNTIL AGING-EOF
               READ AGING-FILE
                 AT END
                     SET AGING-EOF TO TRUE
                 NOT AT END
                     IF AGING-LINE IS NOT EQUAL TO SPACES AND AGING-LINE(1:1) IS NOT EQUAL TO '*' THEN
                         PERFORM ADD-AGING-ENTRY
                     END-IF
               END-READ
           END-PERFORM
           CLOSE AGING-FILE
       END-IF.

*> parses one 'hours reason' line: the hours up to the first space,
*> the reason is the rest of the line; a non-numeric or zero limit
*> is rejected and logged - a typo must not escalate everything at
*> once, nor switch escalation off for a reason
ADD-AGING-ENTRY.
       MOVE SPACES TO AG-HOURS-TEXT
       MOVE SPACES TO AG-REASON-TEXT
       MOVE 1 TO AG-PTR
       UNSTRING AGING-LINE DELIMITED BY ALL SPACES
           INTO AG-HOURS-TEXT
           WITH POINTER AG-PTR
       END-UNSTRING
       IF AG-PTR IS LESS THAN OR EQUAL TO 120 THEN
           MOVE AGING-LINE(AG-PTR:) TO AG-REASON-TEXT
       END-IF
       IF FUNCTION TRIM(AG-HOURS-TEXT) IS NOT NUMERIC OR AG-REASON-TEXT IS EQUAL TO SPACES THEN
           DISPLAY 'AOC02E: malformed aging limit rejected: ' AGING-LINE(1:40) UPON STDERR
           EXIT PARAGRAPH
       END-IF
       COMPUTE LIMIT-HOURS = FUNCTION NUMVAL(AG-HOURS-TEXT)
       IF LIMIT-HOURS IS EQUAL TO ZERO THEN
           DISPLAY 'AOC02E: zero-hour aging limit rejected: ' AGING-LINE(1:40) UPON STDERR
           EXIT PARAGRAPH
       END-IF
       IF AG-REASON-TEXT IS EQUAL TO 'DEFAULT' THEN
           MOVE LIMIT-HOURS TO DEFAULT-AGING-HOURS
           EXIT PARAGRAPH
       END-IF
       IF AG-COUNT IS GREATER THAN OR EQUAL TO AG-MAX THEN
           DISPLAY 'AOC02E: too many aging limits (max ' AG-MAX '), rejecting: ' AGING-LINE(1:40) UPON STDERR
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO AG-COUNT
       MOVE AG-REASON-TEXT TO AG-REASON(AG-COUNT)
       MOVE LIMIT-HOURS TO AG-HOURS(AG-COUNT).

*> loads unit id, filename and escalation target for every unit on
*> the unit master, retired ones included - an exception can outlive
*> its unit. Without the master single-file units cannot be tied to
*> a unit id and every escalation goes to the catch-all on-call id
LOAD-UNIT-MASTER.
       OPEN INPUT UNIT-MASTER
       IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02E: unable to open unit master ' FUNCTION TRIM(UNITMST-FILENAME) ' (status ' UNITMST-STATUS '), escalations route to ' DEFAULT-RECIPIENT UPON STDERR
       ELSE
           PERFORM UNTIL UNITMST-STATUS IS NOT EQUAL TO '00'
               READ UNIT-MASTER NEXT RECORD
                 AT END
                     EXIT PERFORM
               END-READ
               IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
                   DISPLAY 'AOC02E: unit master read failed (status ' UNITMST-STATUS '), routing incomplete' UPON STDERR
                   EXIT PERFORM
               END-IF
               PERFORM ADD-SCHEDULE-ENTRY
               PERFORM ADD-ROUTE-ENTRY
           END-PERFORM
           CLOSE UNIT-MASTER
       END-IF.

ADD-SCHEDULE-ENTRY.
       IF SC-COUNT IS GREATER THAN OR EQUAL TO SC-MAX THEN
           DISPLAY 'AOC02E: too many schedule entries (max ' SC-MAX '), rejecting: ' UM-UNIT-ID UPON STDERR
       ELSE
           ADD 1 TO SC-COUNT
           INITIALIZE SCHEDULE-ENTRY(SC-COUNT)
           MOVE UM-UNIT-ID TO SC-UNIT-ID(SC-COUNT)
           MOVE UM-FILENAME TO SC-FILENAME(SC-COUNT)
       END-IF.

ADD-ROUTE-ENTRY.
       IF RT-COUNT IS GREATER THAN OR EQUAL TO RT-MAX THEN
           DISPLAY 'AOC02E: too many routing entries (max ' RT-MAX '), rejecting: ' UM-UNIT-ID UPON STDERR
       ELSE
           ADD 1 TO RT-COUNT
           INITIALIZE ROUTE-ENTRY(RT-COUNT)
           MOVE UM-UNIT-ID TO RT-UNIT-ID(RT-COUNT)
           MOVE UM-RECIPIENT TO RT-RECIPIENT(RT-COUNT)
           MOVE UM-ESCALATION TO RT-ESCALATION(RT-COUNT)
       END-IF.

*> opens the group for the identity just read
BEGIN-UNIT-GROUP.
       MOVE EM-FILENAME TO GROUP-FILENAME
       MOVE ZERO TO GROUP-OVERDUE
       MOVE ZERO TO GROUP-UNSAFE
       MOVE ZERO TO GROUP-SEVERITY
       MOVE SPACES TO GROUP-WORST.

*> ages one unacknowledged entry against its reason's limit; an
*> overdue one is listed and folded into its unit's escalation
AGE-ONE-ENTRY.
       *> an entry filed before the master carried a run time ages
       *> from the start of its run date - earlier, never later
       IF EM-RUN-TIME IS NUMERIC THEN
           MOVE EM-RUN-TIME TO ENTRY-TIME
       ELSE
           MOVE ZERO TO ENTRY-TIME
       END-IF
       IF EM-RUN-DATE IS NOT NUMERIC OR EM-RUN-DATE IS LESS THAN 16010101 THEN
           MOVE EM-LINE-NO TO PRT-LINE-NO
           DISPLAY 'AOC02E: entry with unusable run date skipped: ' FUNCTION TRIM(EM-FILENAME) ' line ' PRT-LINE-NO UPON STDERR
           EXIT PARAGRAPH
       END-IF
       COMPUTE ENTRY-MINUTES = FUNCTION INTEGER-OF-DATE(EM-RUN-DATE) * 1440
                             + ENTRY-HH * 60 + ENTRY-MM
       COMPUTE AGE-MINUTES = NOW-MINUTES - ENTRY-MINUTES

       MOVE DEFAULT-AGING-HOURS TO LIMIT-HOURS
       PERFORM VARYING AG-INDEX FROM 1 BY 1 UNTIL AG-INDEX IS GREATER THAN AG-COUNT
           IF AG-REASON(AG-INDEX) IS EQUAL TO EM-REASON THEN
               MOVE AG-HOURS(AG-INDEX) TO LIMIT-HOURS
               EXIT PERFORM
           END-IF
       END-PERFORM

       IF AGE-MINUTES IS LESS THAN LIMIT-HOURS * 60 THEN
           EXIT PARAGRAPH
       END-IF

       ADD 1 TO ENTRIES-OVERDUE
       ADD 1 TO GROUP-OVERDUE
       PERFORM CLASSIFY-ENTRY-SEVERITY
       IF LINE-LEVEL-ENTRY THEN
           ADD 1 TO GROUP-UNSAFE
       END-IF
       IF ENTRY-SEVERITY IS GREATER THAN GROUP-SEVERITY THEN
           MOVE ENTRY-SEVERITY TO GROUP-SEVERITY
           MOVE EM-REASON TO GROUP-WORST
       END-IF

       COMPUTE AGE-HOURS = AGE-MINUTES / 60
       MOVE AGE-HOURS TO PRT-AGE
       MOVE LIMIT-HOURS TO PRT-LIMIT
       MOVE EM-LINE-NO TO PRT-LINE-NO
       DISPLAY 'OVERDUE ' FUNCTION TRIM(EM-FILENAME) ' LINE ' PRT-LINE-NO
           ' RUN ' EM-RUN-DATE ' ' EM-REASON ' DISP ' EM-DISPOSITION
           ' AGE ' PRT-AGE 'H LIMIT ' PRT-LIMIT 'H'.

*> the severity an overdue entry escalates at, on AOC02's scale: a
*> transmission that never reconciled (or never came) is 12, an
*> unsafe report line or a band mismatch 08, and a duplicate file -
*> informational, kept out of every count - only 04
CLASSIFY-ENTRY-SEVERITY.
       SET FILE-LEVEL-ENTRY TO TRUE
       EVALUATE EM-REASON
           WHEN 'TRAILER MISSING'
           WHEN 'TRAILER COUNT BAD'
           WHEN 'TRAILER CHECKSUM BAD'
           WHEN 'RESEND CONFLICT'
           WHEN 'MISSING UNIT'
               MOVE 12 TO ENTRY-SEVERITY
           WHEN 'DUPLICATE FILE'
               MOVE 4 TO ENTRY-SEVERITY
           WHEN 'BAND MISMATCH'
               MOVE 8 TO ENTRY-SEVERITY
           WHEN OTHER
               MOVE 8 TO ENTRY-SEVERITY
               IF EM-LINE-NO IS GREATER THAN ZERO AND EM-LINE-NO IS LESS THAN FILE-LEVEL-LINE-BASE THEN
                   SET LINE-LEVEL-ENTRY TO TRUE
               END-IF
       END-EVALUATE.

*> writes the closing unit's escalation record when anything in it
*> was overdue, routed to the unit's escalation target
FLUSH-UNIT-GROUP.
       IF GROUP-OVERDUE IS EQUAL TO ZERO THEN
           EXIT PARAGRAPH
       END-IF

       PERFORM RESOLVE-GROUP-UNIT-ID
       MOVE GROUP-UNIT-ID TO ROUTE-LOOKUP-ID
       PERFORM ROUTE-UNIT-ESCALATION

       INITIALIZE NOTIFY-RECORD
       MOVE RUN-DATE TO NF-RUN-DATE
       MOVE RUN-TIME TO NF-RUN-TIME
       MOVE GROUP-UNIT-ID TO NF-UNIT-ID
       MOVE GROUP-FILENAME TO NF-SOURCE
       MOVE GROUP-SEVERITY TO NF-SEVERITY
       MOVE GROUP-OVERDUE TO NF-TOTAL
       MOVE GROUP-UNSAFE TO NF-UNSAFE
       MOVE GROUP-WORST TO NF-WORST
       MOVE ROUTED-ESCALATION TO NF-RECIPIENT
       IF ROUTED-ESCALATION IS NOT EQUAL TO DEFAULT-RECIPIENT THEN
           MOVE DEFAULT-RECIPIENT TO NF-ESCALATION
       END-IF
       WRITE NOTIFY-RECORD
       ADD 1 TO ESCALATIONS-WRITTEN

       IF GROUP-SEVERITY IS GREATER THAN WORST-SEVERITY THEN
           MOVE GROUP-SEVERITY TO WORST-SEVERITY
       END-IF
       DISPLAY 'ESCALATED ' FUNCTION TRIM(GROUP-FILENAME) ' TO ' ROUTED-ESCALATION
           ' SEVERITY ' GROUP-SEVERITY ' OVERDUE ' GROUP-OVERDUE.

*> the unit id a master identity routes under: its unit master entry,
*> else the identity itself for a batched-file section (those file
*> under their HDR unit id), else none - routed to the catch-all
RESOLVE-GROUP-UNIT-ID.
       MOVE SPACES TO GROUP-UNIT-ID
       PERFORM VARYING SC-INDEX FROM 1 BY 1 UNTIL SC-INDEX IS GREATER THAN SC-COUNT
           IF SC-FILENAME(SC-INDEX) IS EQUAL TO GROUP-FILENAME THEN
               MOVE SC-UNIT-ID(SC-INDEX) TO GROUP-UNIT-ID
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       IF GROUP-FILENAME(9:72) IS EQUAL TO SPACES THEN
           MOVE GROUP-FILENAME(1:8) TO GROUP-UNIT-ID
       END-IF.

*> maps the unit id to its escalation target; an unmapped unit, or
*> one whose routing entry names no escalation target, escalates to
*> the catch-all on-call id so nothing overdue is silently dropped
ROUTE-UNIT-ESCALATION.
       MOVE DEFAULT-RECIPIENT TO ROUTED-ESCALATION
       IF ROUTE-LOOKUP-ID IS EQUAL TO SPACES THEN
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING RT-INDEX FROM 1 BY 1 UNTIL RT-INDEX IS GREATER THAN RT-COUNT
           IF RT-UNIT-ID(RT-INDEX) IS EQUAL TO ROUTE-LOOKUP-ID THEN
               IF RT-ESCALATION(RT-INDEX) IS NOT EQUAL TO SPACES THEN
                   MOVE RT-ESCALATION(RT-INDEX) TO ROUTED-ESCALATION
               END-IF
               EXIT PERFORM
           END-IF
       END-PERFORM.
