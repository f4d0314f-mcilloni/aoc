*>            and same-day-rerun behavior are unchanged, and a
*>            duplicate transmission's buffered entries are discarded
*>            before the apply so the master never sees them twice
*> 2026-10-15 exception-master entries carry the run time alongside
*>            the run date (EM-RUN-TIME, new trailing field - existing
*>            masters are unloaded and reloaded with it zeroed) so the
*>            AOC02E aging job can age an unacknowledged entry by the
*>            hour
*> 2026-10-15 exception-master entries carry the business date they
*>            were raised on (EM-BUS-DATE, new trailing field) and
*>            restart checkpoints the run date/time that wrote them
*>            (RF-RUN-DATE/RF-RUN-TIME), so the AOC02V integrity
*>            verifier can tie the master to the trend history and
*>            spot a checkpoint a later completed run left behind
*> 2026-10-15 common-cause correlation: every exception a section
*>            files is noted under its (business date, reason, line)
*>            signature; a signature several units share - sections
*>            of one concentrator file, or units on the same business
*>            date - folds into a suspected common-cause event, shown
*>            in a turnover block and sent as one consolidated
*>            notification (NF-UNIT-ID CMNCAUSE, new trailing NF-UNITS
*>            naming the units) to the instrumentation crew in place
*>            of a page per owning crew for units it fully explains
*> 2026-10-15 the expected-units schedule and the alert routing come
*>            from the indexed unit master (AOC02.UNITMST, keyed unit
*>            id, maintained and validated by AOC02U) instead of the
*>            hand-edited AOC02.SCHED and AOC02.ROUTES flat files
*> 2026-10-15 intraday shift transmissions: the HDR record carries an
*>            optional shift code in column 23 ('HDR uuuuuuuu yyyymmdd
*>            s'), and the transmission register, trend history and
*>            exception master key on it (XR-SHIFT, TR-SHIFT,
*>            EM-SHIFT). A unit whose unit-master entry lists shift
*>            codes (UM-SHIFTS) is checked for each shift by the
*>            expected-units check, and the turnover report shows the
*>            shift of every section and of every missing shift
*> 2026-10-15 raw-reading vault (VAULT-FILE, AOC02.VAULT, keyed unit id
*>            + business date + shift + line number): every report
*>            line a section processes - safe or not - is filed with
*>            its verdict, failure reason and the line exactly as it
*>            arrived, so AOC02R can show a passing line, a range of
*>            lines or the lines around an exception long after the
*>            daily file has gone. A line already in the vault keeps
*>            its first filing unless '-FORCE' is given, as the trend
*>            record does
*> 2026-10-15 calibration flags from the instrument calibration
*>            register (CAL-REGISTER, AOC02.CALREG, keyed unit id +
*>            sensor position, maintained by AOC02I): a section from
*>            a unit with any probe in service past its due date on
*>            the section's business date gets a CALIBRATION OVERDUE
*>            note on the turnover report and the overdue-probe count
*>            in the new trailing NF-CAL-OVERDUE of its notification
*>            record, and can no longer close out at severity 0 -
*>            readings from an uncalibrated probe are not certified
*>            safe, so the unit (and the run) rises to RC=4
*> 2026-10-15 an over-length line takes a line number of its own
*>            (it used to borrow the next line's), so its exception
*>            and vault entry no longer collide with the line after
*>            it; a -RESTART fast-forward numbers it the same way
*> 2026-10-15 one unit-id resolver (RESOLVE-UNIT-ID) for the vault,
*>            the calibration check and the common-cause unit lists,
*>            reading the unit master directly - a headerless unit in
*>            a run without a manifest was named by a path fragment
*> 2026-10-15 a header's shift code is taken only when the unit master
*>            sets the unit up for that shift; any other code is
*>            logged and the section handled as whole-day, so a
*>            whole-day unit stamped with stray codes still gets its
*>            DUPLICATE FILE / RESEND CONFLICT checks

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUDIT-STATUS.

               SELECT OUTAGE-FILE
                   ASSIGN TO DYNAMIC OUTAGE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OUTAGE-STATUS.

               SELECT NOTIFY-FILE
                   ASSIGN TO DYNAMIC NOTIFY-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   RECORD KEY IS RF-KEY
                   FILE STATUS IS RESTART-STATUS.

               SELECT UNIT-MASTER
                   ASSIGN TO DYNAMIC UNITMST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UM-KEY
                   FILE STATUS IS UNITMST-STATUS.

               SELECT VAULT-FILE
                   ASSIGN TO DYNAMIC VAULT-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VT-KEY
                   FILE STATUS IS VAULT-STATUS.

               SELECT CAL-REGISTER
                   ASSIGN TO DYNAMIC CALREG-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CR-KEY
                   FILE STATUS IS CALREG-STATUS.

DATA DIVISION.
       FILE SECTION.
           FD IFILE.
               05 DAL-LIT-VAL2 PICTURE IS X(6) VALUE ' VAL2:'.
               05 DAL-VAL-2 PICTURE IS -(5)9.9.

           FD OUTAGE-FILE.
           01 OUTAGE-LINE PICTURE IS X(120).
                   88 OUTAGE-EOF VALUE HIGH-VALUES.

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
               *> shift codes of a unit that reports by shift, one
               *> character each (e.g. '123 ', 'DN  '); spaces for a
               *> unit that sends one whole-day transmission
               05 UM-SHIFTS PICTURE IS X(4).

           *> notification detail for the paging steps: one
           *> fixed-layout record per unit at or above the notify
           *>  119-138  NF-WORST       X(20)
           *>  139-146  NF-RECIPIENT   X(8)  routed crew/userid
           *>  147-154  NF-ESCALATION  X(8)
           *>  155-234  NF-UNITS       X(80) common-cause record only
           *>  235-237  NF-CAL-OVERDUE 9(3)  the unit's probes past
           *>                                their calibration due date
           *> a suspected common-cause event files one record under
           *> NF-UNIT-ID 'CMNCAUSE': NF-SOURCE names the concentrator
           *> file (or 'MULTIPLE FILES'), NF-TOTAL the units involved,
           *> NF-UNSAFE the report lines they failed in common,
           *> NF-WORST the shared reason and NF-UNITS the unit ids
           FD NOTIFY-FILE.
           01 NOTIFY-RECORD.
               05 NF-RUN-DATE PICTURE IS 9(8).
               05 NF-WORST PICTURE IS X(20).
               05 NF-RECIPIENT PICTURE IS X(8).
               05 NF-ESCALATION PICTURE IS X(8).
               05 NF-UNITS PICTURE IS X(80).
               05 NF-CAL-OVERDUE PICTURE IS 9(3).

           FD TREND-FILE.
           01 TREND-RECORD.
               05 TR-KEY.
                   10 TR-DATE PICTURE IS 9(8).
                   10 TR-FILENAME PICTURE IS X(80).
                   *> the HDR shift code of a shift reporter's
                   *> transmission; space for a whole-day record
                   10 TR-SHIFT PICTURE IS X(1).
               05 TR-TOTAL-REPORTS PICTURE IS 9(7).
               05 TR-NSAFE-STRICT PICTURE IS 9(7).
               05 TR-NSAFE-DAMPENED PICTURE IS 9(7).
                   10 EM-FILENAME PICTURE IS X(80).
                   10 EM-LINE-NO PICTURE IS 9(7).
                   10 EM-RUN-DATE PICTURE IS 9(8).
                   *> shift of the data the entry was raised on, so
                   *> two shifts' transmissions on one run date never
                   *> collide; space for whole-day data
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

           *> register of transmissions already processed, keyed unit
           *> id + business date + shift (space for a whole-day
           *> transmission): the overnight transfer occasionally
           *> re-sends a file it already delivered, and the register's
           *> stored trailer checksum tells an exact repeat (drop it)
           *> apart from a unit telling two different stories for the
               05 XR-KEY.
                   10 XR-UNIT-ID PICTURE IS X(8).
                   10 XR-BUS-DATE PICTURE IS 9(8).
                   10 XR-SHIFT PICTURE IS X(1).
               05 XR-CHECKSUM PICTURE IS 9(9).
               05 XR-REPORT-COUNT PICTURE IS 9(7).
               05 XR-RUN-DATE PICTURE IS 9(8).
               05 RF-RUNNING-CHECKSUM PICTURE IS 9(9).
               05 RF-FILE-TRUNCATED PICTURE IS 9(5).
               05 RF-FILE-TOO-MANY PICTURE IS 9(5).
               *> the run that wrote the checkpoint
               05 RF-RUN-DATE PICTURE IS 9(8).
               05 RF-RUN-TIME PICTURE IS 9(6).

           *> raw-reading vault: every report line as it arrived, with
           *> the verdict it got, read back by AOC02R and aged off by
           *> AOC02M. The unit id is the section's HDR unit id, else the
           *> unit master entry for the file, else the start of the
           *> filename - as RESOLVE-UNIT-ID names a unit
           FD VAULT-FILE.
           01 VAULT-RECORD.
               05 VT-KEY.
                   10 VT-UNIT-ID PICTURE IS X(8).
                   10 VT-BUS-DATE PICTURE IS 9(8).
                   10 VT-SHIFT PICTURE IS X(1).
                   10 VT-LINE-NO PICTURE IS 9(7).
               *> S safe outright, D safe only through the dampener,
               *> U unsafe, R rejected unread (too long, too many
               *> readings)
               05 VT-VERDICT PICTURE IS X(1).
               *> the reason it failed - for a D line, the strict
               *> failure the dampener rescued
               05 VT-REASON PICTURE IS X(20).
               *> the identity the exception trail files the line under
               05 VT-SOURCE PICTURE IS X(80).
               05 VT-RUN-DATE PICTURE IS 9(8).
               05 VT-RUN-TIME PICTURE IS 9(6).
               05 VT-READING-COUNT PICTURE IS 9(5).
               *> in step with FILE-LINE
               05 VT-RAW-LINE PICTURE IS X(4500).

           *> must stay in step with the CAL-REGISTER FD in aoc02i.cbl,
           *> which maintains it - one entry per probe, keyed by unit
           *> id and the reading position it feeds
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

WORKING-STORAGE SECTION.
       01 FILENAME PICTURE IS X(80).
               *> run date unless the transfer header said otherwise -
               *> so the turnover report can call out late arrivals
               10 FS-BUS-DATE PICTURE IS 9(8).
               *> the HDR shift code of a shift reporter's section,
               *> space for whole-day data
               10 FS-SHIFT PICTURE IS X(1).
               *> the FILE-LIST entry (physical file) the section came
               *> from, the exceptions it filed, and how many of those
               *> a suspected common-cause event accounts for - 'Y' in
               *> FS-CC-FLAG when the event(s) explain all of them,
               *> 'P' when only some; FS-CC-EVENT is the first event
               10 FS-FILE-INDEX PICTURE IS 9(5).
               10 FS-EXC-COUNT PICTURE IS 9(7).
               10 FS-CC-HITS PICTURE IS 9(7).
               10 FS-CC-FLAG PICTURE IS X(1).
               10 FS-CC-EVENT PICTURE IS 9(3).
               *> the unit's probes in service that were past their
               *> calibration due date on the business date, and the
               *> one longest overdue
               10 FS-CAL-OVERDUE PICTURE IS 9(3).
               10 FS-CAL-POS PICTURE IS 9(5).
               10 FS-CAL-DUE PICTURE IS 9(8).
       *> which FILE-STATS slot exceptions written right now belong to;
       *> zero while end-of-run checks (missing units) are logging
       01 CURRENT-FILE-SLOT PICTURE IS 9(5) VALUE ZERO.
       01 WORST-REASON-INDEX PICTURE IS 9(1).
       01 WORST-REASON-COUNT PICTURE IS 9(5).

       *> common-cause correlation: one signature per (business date,
       *> shift, failure reason, section line) any section filed an
       *> exception under this run, with the statistics slots of the
       *> sections that filed it. Line numbers restart at each HDR,
       *> so a concentrator fault that garbles the same report lines
       *> in every section lands on the same signatures. A full
       *> table stops taking new signatures (logged once) and no unit
       *> is then counted as fully explained
       01 CS-MAX PICTURE IS 9(5) VALUE 2000.
       01 CS-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 CS-INDEX PICTURE IS 9(5).
       01 CS-SLOT-MAX PICTURE IS 9(3) VALUE 20.
       01 CS-SLOT-INDEX PICTURE IS 9(3).
       01 CC-SIGNATURE-TABLE.
           05 CS-ENTRY OCCURS 2000 TIMES.
               10 CS-BUS-DATE PICTURE IS 9(8).
               10 CS-SHIFT PICTURE IS X(1).
               10 CS-REASON PICTURE IS X(20).
               10 CS-LINE-NO PICTURE IS 9(7).
               10 CS-SLOT-COUNT PICTURE IS 9(3).
               10 CS-SLOT PICTURE IS 9(5) OCCURS 20 TIMES.
               10 CS-EVENT PICTURE IS 9(3).
       01 CC-OVERFLOW-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 CC-OVERFLOWED VALUE 'Y'.
           88 CC-NOT-OVERFLOWED VALUE 'N'.

       *> suspected common-cause events: the shared signatures folded
       *> together by business date, shift, reason and physical
       *> file (zero when the units sharing them came in different
       *> files). An
       *> event stands when at least CC-MIN-UNITS units share it and
       *> it is either a file-level failure (trailer, resend, band)
       *> or at least CC-MIN-LINES report lines in common - one line
       *> failing alike in two units is coincidence, not a pattern
       01 CE-MAX PICTURE IS 9(3) VALUE 50.
       01 CE-COUNT PICTURE IS 9(3) VALUE ZERO.
       01 CE-INDEX PICTURE IS 9(3).
       01 CE-SLOT-INDEX PICTURE IS 9(3).
       01 CC-EVENT-TABLE.
           05 CE-ENTRY OCCURS 50 TIMES.
               10 CE-BUS-DATE PICTURE IS 9(8).
               10 CE-SHIFT PICTURE IS X(1).
               10 CE-REASON PICTURE IS X(20).
               10 CE-FILE-INDEX PICTURE IS 9(5).
               10 CE-LINES PICTURE IS 9(7).
               10 CE-FIRST-LINE PICTURE IS 9(7).
               10 CE-SLOT-COUNT PICTURE IS 9(3).
               10 CE-SLOT PICTURE IS 9(5) OCCURS 20 TIMES.
               10 CE-SEVERITY PICTURE IS 9(2).
               10 CE-QUALIFIED PICTURE IS X(1).
       01 CC-MIN-UNITS PICTURE IS 9(3) VALUE 2.
       01 CC-MIN-LINES PICTURE IS 9(5) VALUE 3.
       01 CC-EVENTS PICTURE IS 9(5) VALUE ZERO.
       *> the consolidated notification's pseudo unit id and the
       *> instrumentation crew it goes to instead of the unit owners
       01 CC-UNIT-ID PICTURE IS X(8) VALUE 'CMNCAUSE'.
       01 CC-RECIPIENT PICTURE IS X(8) VALUE 'INSTCREW'.
       01 CC-LIVE-SLOTS PICTURE IS 9(3).
       01 CC-FILE-INDEX PICTURE IS 9(5).
       01 CC-SLOT PICTURE IS 9(5).
       01 CC-SLOT-UNIT-ID PICTURE IS X(8).
       01 CC-UNIT-TEXT PICTURE IS X(80).
       01 CC-UNIT-PTR PICTURE IS 9(3).
       01 CC-FOUND-SWITCH PICTURE IS X(01).
           88 CC-FOUND VALUE 'Y'.
           88 CC-NOT-FOUND VALUE 'N'.

       *> turnover print-line layouts
       01 TO-HEAD-1.
           05 FILLER PICTURE IS X(29) VALUE 'AOC02 SHIFT TURNOVER REPORT  '.
           05 FILLER PICTURE IS X(9) VALUE ' DAMPSAFE'.
           05 FILLER PICTURE IS X(9) VALUE '   UNSAFE'.
           05 FILLER PICTURE IS X(16) VALUE '  WORST FAILURE'.
           05 FILLER PICTURE IS X(11) VALUE '      SHIFT'.
       01 TO-DETAIL-LINE.
           05 TOD-FILENAME PICTURE IS X(40).
           05 FILLER PICTURE IS X(1).
           05 TOD-UNSAFE PICTURE IS Z(6)9.
           05 FILLER PICTURE IS X(2).
           05 TOD-WORST PICTURE IS X(20).
           05 FILLER PICTURE IS X(2).
           05 TOD-SHIFT PICTURE IS X(1).
       *> called out under a unit's detail line when its transfer
       *> carried a business date earlier than the run date - the data
       *> was filed under that date, not credited to today
           05 FILLER PICTURE IS X(17) VALUE 'LATE ARRIVAL FOR '.
           05 TLA-DATE PICTURE IS 9(8).
           05 FILLER PICTURE IS X(28) VALUE ' - FILED UNDER THAT DATE'.
       *> the common-cause block, and the note under a unit's detail
       *> line pointing at the event that explains its failures
       01 TO-CC-HEAD.
           05 FILLER PICTURE IS X(43) VALUE 'SUSPECTED COMMON-CAUSE EVENTS - ROUTED TO '.
           05 TCH-RECIPIENT PICTURE IS X(8).
       01 TO-CC-EVENT-LINE.
           05 FILLER PICTURE IS X(6) VALUE 'EVENT '.
           05 TCE-EVENT PICTURE IS Z9.
           05 FILLER PICTURE IS X(11) VALUE '  BUS DATE '.
           05 TCE-DATE PICTURE IS 9(8).
           05 FILLER PICTURE IS X(1) VALUE SPACES.
           05 TCE-SHIFT PICTURE IS X(1).
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 TCE-REASON PICTURE IS X(20).
           05 FILLER PICTURE IS X(7) VALUE ' LINES '.
           05 TCE-LINES PICTURE IS Z(6)9.
           05 FILLER PICTURE IS X(7) VALUE ' UNITS '.
           05 TCE-UNITS PICTURE IS ZZ9.
           05 FILLER PICTURE IS X(7) VALUE '  FILE '.
           05 TCE-FILE PICTURE IS X(40).
       01 TO-CC-UNITS-LINE.
           05 FILLER PICTURE IS X(10) VALUE SPACES.
           05 FILLER PICTURE IS X(7) VALUE 'UNITS: '.
           05 TCU-UNITS PICTURE IS X(80).
       01 TO-CC-NOTE-LINE.
           05 FILLER PICTURE IS X(5) VALUE SPACES.
           05 TCN-TEXT PICTURE IS X(44).
           05 FILLER PICTURE IS X(6) VALUE 'EVENT '.
           05 TCN-EVENT PICTURE IS Z9.
       *> called out under a unit's detail line when a probe feeding
       *> it was past its calibration due date
       01 TO-CAL-LINE.
           05 FILLER PICTURE IS X(5) VALUE SPACES.
           05 FILLER PICTURE IS X(22) VALUE 'CALIBRATION OVERDUE - '.
           05 TCA-COUNT PICTURE IS ZZ9.
           05 FILLER PICTURE IS X(20) VALUE ' PROBE(S), FIRST POS'.
           05 TCA-POS PICTURE IS Z(5)9.
           05 FILLER PICTURE IS X(5) VALUE ' DUE '.
           05 TCA-DATE PICTURE IS 9(8).
           05 FILLER PICTURE IS X(26) VALUE ' - READINGS NOT CERTIFIED'.
       01 TO-CC-PRINT PICTURE IS X(132).
       01 TO-STATUS-TEXT PICTURE IS X(110).
       01 TO-LINE-COUNT PICTURE IS 9(3) VALUE ZERO.
       01 TO-PAGE-NUMBER PICTURE IS 9(4) VALUE ZERO.
       01 DUPLICATE-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 DUPLICATE-SECTION VALUE 'Y'.
           88 NOT-DUPLICATE-SECTION VALUE 'N'.
       01 VAULT-FILENAME PICTURE IS X(80) VALUE 'AOC02.VAULT'.
       01 VAULT-STATUS PICTURE IS X(02).
       01 VAULT-OPEN-SWITCH PICTURE IS X(01) VALUE 'Y'.
           88 VAULT-OPENED-OK VALUE 'Y'.
           88 VAULT-OPEN-FAILED VALUE 'N'.
       *> the verdict CHECK-ONE-LINE reached on the line just checked
       *> (VT-VERDICT values); space for the TRL record, which is not
       *> a report line and is not vaulted
       01 LINE-VERDICT PICTURE IS X(1).
       *> the unit id the running section's lines vault under, looked
       *> up on its first line
       01 VAULT-UNIT-ID PICTURE IS X(8).
       *> RESOLVE-UNIT-ID's arguments - a section's HDR unit id and
       *> filename - and the unit id it names the section by
       01 RESOLVE-HDR-ID PICTURE IS X(8).
       01 RESOLVE-FILENAME PICTURE IS X(80).
       01 RESOLVED-UNIT-ID PICTURE IS X(8).
       01 CALREG-FILENAME PICTURE IS X(80) VALUE 'AOC02.CALREG'.
       01 CALREG-STATUS PICTURE IS X(02).
       *> the business date a section's probes are judged against,
       *> and how many units this run had a probe past due
       01 CAL-CHECK-DATE PICTURE IS 9(8).
       01 CAL-OVERDUE-UNITS PICTURE IS 9(5) VALUE ZERO.
       01 BANDMST-FILENAME PICTURE IS X(80) VALUE 'AOC02.BANDMST'.
       01 BANDMST-STATUS PICTURE IS X(02).
       01 BANDMST-OPEN-SWITCH PICTURE IS X(01) VALUE 'Y'.
       01 FL-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 FL-INDEX PICTURE IS 9(5).

       *> the unit master: each unit's file, schedule and routing, in
       *> one place
       01 UNITMST-FILENAME PICTURE IS X(80) VALUE 'AOC02.UNITMST'.
       01 UNITMST-STATUS PICTURE IS X(02).

       *> expected-units schedule, loaded from the unit master: every
       *> unit not retired, with its active flag ('A' live, 'M'
       *> mothballed) and its Monday-through-Sunday Y/N mask
       01 SCHEDULE-TABLE.
           05 SCHEDULE-ENTRY OCCURS 50 TIMES.
               10 SC-UNIT-ID PICTURE IS X(8).
               *> set instead of SC-MISSING when the absence falls
               *> inside the unit's planned-outage window
               10 SC-OUTAGE PICTURE IS X(1).
               *> the unit's shift codes off the master (spaces for a
               *> whole-day reporter) and, position for position, the
               *> ones the expected-units check found missing
               10 SC-SHIFTS PICTURE IS X(4).
               10 SC-MISSING-SHIFTS PICTURE IS X(4).
       01 SC-MAX PICTURE IS 9(5) VALUE 50.
       01 SC-COUNT PICTURE IS 9(5) VALUE ZERO.
       01 SC-INDEX PICTURE IS 9(5).
       01 RUN-DOW PICTURE IS 9(1).
       *> the shift the expected-units check is looking for (space
       *> for a whole-day reporter) and its place in SC-SHIFTS
       01 EXPECTED-SHIFT PICTURE IS X(1).
       01 SHIFT-INDEX PICTURE IS 9(1).
       *> the schedule is loaded once a run, by whichever needs it
       *> first - a header's shift code check or the expected-units
       *> check
       01 SCHEDULE-LOAD-SWITCH PICTURE IS X(01) VALUE 'N'.
           88 SCHEDULE-LOADED VALUE 'Y'.
           88 SCHEDULE-NOT-LOADED VALUE 'N'.
       *> whether the unit a header names is set up for the shift
       *> code it carries
       01 HDR-SHIFT-SWITCH PICTURE IS X(01).
           88 HDR-SHIFT-ON-SCHEDULE VALUE 'Y'.
           88 HDR-SHIFT-NOT-ON-SCHEDULE VALUE 'N'.
       01 HDR-SHIFT-HITS PICTURE IS 9(3).

       *> planned-outage calendar: one line per outage window -
       *> 'uuuuuuuu yyyymmdd yyyymmdd note...' (unit id, first and
           88 UNIT-IN-OUTAGE VALUE 'Y'.
           88 UNIT-NOT-IN-OUTAGE VALUE 'N'.

       *> alert routing, loaded from the unit master: a unit id mapped
       *> to the crew/userid that owns it and its escalation target; a
       *> unit the master does not know routes to the catch-all
       *> on-call id so no alert is ever silently dropped
       01 ROUTE-TABLE.
           05 ROUTE-ENTRY OCCURS 50 TIMES.
               10 RT-UNIT-ID PICTURE IS X(8).
       01 LATE-ONLY-SWITCH PICTURE IS X(01).
           88 LATE-ARRIVAL-ONLY VALUE 'Y'.
           88 NOT-LATE-ARRIVAL-ONLY VALUE 'N'.
       *> one per missing transmission - a shift reporter counts once
       *> for every shift that never arrived
       01 GRAND-MISSING-UNITS PICTURE IS 9(5) VALUE ZERO.

       *> tolerance band for the DISTANCE check, read from an optional TOL
           88 FAST-FORWARD-INACTIVE VALUE 'N'.

       *> header/trailer reconciliation for the overnight transfer: the
       *> transfer job brackets each file with an 'HDR uuuuuuuu yyyymmdd s'
       *> record up front (s the shift code of an intraday shift
       *> transmission, blank for a whole day) and a 'TRL ccccccc sssssssss' record at the end
       *> (expected report count, then the low nine digits of the sum of
       *> ten times the absolute value of each reading - signs do not
       *> enter the checksum); an HDR arms the check, so legacy files
       *> without the bracket records still process as before
       01 HDR-UNIT-ID PICTURE IS X(8).
       01 HDR-BUS-DATE PICTURE IS 9(8).
       01 HDR-SHIFT PICTURE IS X(1).
       *> the date the section's data belongs to and the trend history
       *> is keyed by: the header's business date when one arrived, the
       *> run date for legacy headerless files
       01 BUS-DATE PICTURE IS 9(8).
       *> the shift within BUS-DATE the data belongs to, keyed into the
       *> trend history and the exception master with it: the header's
       *> shift code, space for whole-day and headerless files
       01 BUS-SHIFT PICTURE IS X(1).

       *> the identity a section's records are filed under everywhere
       *> downstream (exceptions, trend, extract, turnover): the
       PERFORM OPEN-EXCEPTION-MASTER
       PERFORM OPEN-BAND-MASTER
       PERFORM OPEN-XMIT-REGISTER
       PERFORM OPEN-VAULT-FILE
       PERFORM OPEN-RUN-LEDGER
       PERFORM WRITE-LEDGER-START-RECORD

       IF XMITREG-OPENED-OK THEN
           CLOSE XMIT-REGISTER
       END-IF
       IF VAULT-OPENED-OK THEN
           CLOSE VAULT-FILE
       END-IF
       IF EXTRACT-OPENED-OK THEN
           CLOSE EXTRACT-FILE
       END-IF

       *> flag the units reading through a probe past its calibration
       *> due date before any severity is final
       PERFORM CHECK-CALIBRATION-REGISTER THRU CHECK-CALIBRATION-REGISTER-EXIT

       *> severity-coded RETURN-CODE for the job scheduler: 16 when not one
       *> named IFILE ever opened (a bad manifest, or every FILENAME
       *> rejected by the runtime) - nothing was actually checked, and
       *> incomplete no matter how safe it looks; otherwise 0
       *> when every report came back safe outright, 4 when the only
       *> unsafe reports were rescued by the Problem Dampener, 8 when
       *> reports remain unsafe even after dampening. A run that would
       *> be all clear is held at 4 while any unit read through a
       *> probe past its calibration due date
       IF GRAND-FILES-OPENED IS EQUAL TO ZERO THEN
           DISPLAY 'AOC02: no input file was successfully opened - nothing was checked' UPON STDERR
           MOVE 16 TO GRAND-SEVERITY
                   END-IF
               END-IF
           END-IF
           IF GRAND-SEVERITY IS LESS THAN 4 AND CAL-OVERDUE-UNITS IS GREATER THAN ZERO THEN
               MOVE 4 TO GRAND-SEVERITY
           END-IF
       END-IF

       *> fold the failures several units share into suspected
       *> common-cause events before either report is written
       PERFORM CORRELATE-COMMON-CAUSE

       PERFORM WRITE-TURNOVER-REPORT THRU WRITE-TURNOVER-REPORT-EXIT

       PERFORM WRITE-NOTIFICATION-FILE THRU WRITE-NOTIFICATION-FILE-EXIT
       PERFORM VARYING STAT-INDEX FROM 1 BY 1 UNTIL STAT-INDEX IS GREATER THAN STAT-COUNT
           MOVE SPACES TO TO-DETAIL-LINE
           MOVE FS-NAME(STAT-INDEX)(1:40) TO TOD-FILENAME
           MOVE FS-SHIFT(STAT-INDEX) TO TOD-SHIFT
           IF FS-OPEN-FLAG(STAT-INDEX) IS EQUAL TO 'N' THEN
               MOVE 'OPEN FAILED' TO TOD-WORST
           ELSE
                   AND FS-BUS-DATE(STAT-INDEX) IS LESS THAN RUN-DATE THEN
               PERFORM PRINT-TURNOVER-LATE-NOTE
           END-IF
           IF FS-CC-FLAG(STAT-INDEX) IS NOT EQUAL TO SPACE THEN
               PERFORM PRINT-TURNOVER-CC-NOTE
           END-IF
           IF FS-CAL-OVERDUE(STAT-INDEX) IS GREATER THAN ZERO THEN
               PERFORM PRINT-TURNOVER-CAL-NOTE
           END-IF
       END-PERFORM

       *> the units the schedule expected today that never produced a
       *> file - the supervisor should not have to infer absence, so a
       *> shift reporter gets a line per shift it missed - and the
       *> units silent by plan, so nobody chases a turnaround
       PERFORM VARYING SC-INDEX FROM 1 BY 1 UNTIL SC-INDEX IS GREATER THAN SC-COUNT
           IF SC-MISSING(SC-INDEX) IS EQUAL TO 'Y' THEN
               IF SC-MISSING-SHIFTS(SC-INDEX) IS EQUAL TO SPACES THEN
                   MOVE SPACE TO EXPECTED-SHIFT
                   PERFORM PRINT-TURNOVER-MISSING-LINE
               ELSE
                   PERFORM VARYING SHIFT-INDEX FROM 1 BY 1 UNTIL SHIFT-INDEX IS GREATER THAN 4
                       IF SC-MISSING-SHIFTS(SC-INDEX)(SHIFT-INDEX:1) IS NOT EQUAL TO SPACE THEN
                           MOVE SC-MISSING-SHIFTS(SC-INDEX)(SHIFT-INDEX:1) TO EXPECTED-SHIFT
                           PERFORM PRINT-TURNOVER-MISSING-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF SC-OUTAGE(SC-INDEX) IS EQUAL TO 'Y' THEN
               MOVE SPACES TO TO-DETAIL-LINE
           END-IF
       END-PERFORM

       IF CC-EVENTS IS GREATER THAN ZERO THEN
           PERFORM PRINT-TURNOVER-CC-BLOCK
       END-IF

       MOVE SPACES TO TO-DETAIL-LINE
       MOVE 'GRAND TOTAL' TO TOD-FILENAME
       MOVE GRAND-TOTAL-REPORTS TO TOD-TOTAL
           WHEN 0
               MOVE 'STATUS RC=00: ALL REPORTS SAFE - NO FURTHER ACTION' TO TO-STATUS-TEXT
           WHEN 4
               MOVE 'STATUS RC=04: DAMPENER-RESCUED REPORTS OR PROBES PAST CALIBRATION - NOTIFY DAY-SHIFT FOR A SENSOR CHECK' TO TO-STATUS-TEXT
           WHEN 8
               MOVE 'STATUS RC=08: UNSAFE REPORTS REMAIN - PAGE THE ON-CALL REACTOR ENGINEER' TO TO-STATUS-TEXT
           WHEN 12
       WRITE TURNOVER-LINE FROM TO-DETAIL-LINE AFTER ADVANCING 1 LINE
       ADD 1 TO TO-LINE-COUNT.

*> one MISSING UNIT line for the scheduled unit SC-INDEX points at,
*> for the shift in EXPECTED-SHIFT (space for a whole-day reporter)
PRINT-TURNOVER-MISSING-LINE.
       MOVE SPACES TO TO-DETAIL-LINE
       MOVE SC-FILENAME(SC-INDEX)(1:40) TO TOD-FILENAME
       MOVE 'MISSING UNIT' TO TOD-WORST
       MOVE EXPECTED-SHIFT TO TOD-SHIFT
       PERFORM PRINT-TURNOVER-DETAIL.

*> calls out a late arrival under its unit's detail line, so the
*> supervisor sees the counts above belong to an earlier business
*> date instead of reading them as today's
       WRITE TURNOVER-LINE FROM TO-LATE-LINE AFTER ADVANCING 1 LINE
       ADD 1 TO TO-LINE-COUNT.

*> points a unit's detail line at the common-cause event that
*> explains its failures - all of them, or only some, in which case
*> the unit was still notified on its own
PRINT-TURNOVER-CC-NOTE.
       IF FS-CC-FLAG(STAT-INDEX) IS EQUAL TO 'Y' THEN
           MOVE 'SUSPECTED COMMON CAUSE - NOT PAGED ALONE -' TO TCN-TEXT
       ELSE
           MOVE 'PARTLY A SUSPECTED COMMON CAUSE -' TO TCN-TEXT
       END-IF
       MOVE FS-CC-EVENT(STAT-INDEX) TO TCN-EVENT
       MOVE TO-CC-NOTE-LINE TO TO-CC-PRINT
       PERFORM PRINT-TURNOVER-CC-LINE.

*> calls out the probes past their calibration due date under a
*> unit's detail line - its readings are not certified however safe
*> the counts above look
PRINT-TURNOVER-CAL-NOTE.
       IF TO-LINE-COUNT IS GREATER THAN OR EQUAL TO TO-PAGE-LIMIT THEN
           PERFORM PRINT-TURNOVER-HEADING
       END-IF
       MOVE FS-CAL-OVERDUE(STAT-INDEX) TO TCA-COUNT
       MOVE FS-CAL-POS(STAT-INDEX) TO TCA-POS
       MOVE FS-CAL-DUE(STAT-INDEX) TO TCA-DATE
       WRITE TURNOVER-LINE FROM TO-CAL-LINE AFTER ADVANCING 1 LINE
       ADD 1 TO TO-LINE-COUNT.

*> the common-cause block: one line per suspected event with its
*> business date, shared reason, lines in common, unit count and
*> concentrator file, and under it the units involved
PRINT-TURNOVER-CC-BLOCK.
       IF TO-LINE-COUNT IS GREATER THAN OR EQUAL TO TO-PAGE-LIMIT THEN
           PERFORM PRINT-TURNOVER-HEADING
       END-IF
       MOVE CC-RECIPIENT TO TCH-RECIPIENT
       WRITE TURNOVER-LINE FROM TO-CC-HEAD AFTER ADVANCING 2 LINES
       ADD 2 TO TO-LINE-COUNT
       PERFORM VARYING CE-INDEX FROM 1 BY 1 UNTIL CE-INDEX IS GREATER THAN CE-COUNT
           IF CE-QUALIFIED(CE-INDEX) IS EQUAL TO 'Y' THEN
               MOVE CE-INDEX TO TCE-EVENT
               MOVE CE-BUS-DATE(CE-INDEX) TO TCE-DATE
               MOVE CE-SHIFT(CE-INDEX) TO TCE-SHIFT
               MOVE CE-REASON(CE-INDEX) TO TCE-REASON
               MOVE CE-LINES(CE-INDEX) TO TCE-LINES
               MOVE CE-SLOT-COUNT(CE-INDEX) TO TCE-UNITS
               IF CE-FILE-INDEX(CE-INDEX) IS GREATER THAN ZERO THEN
                   MOVE FL-ENTRY(CE-FILE-INDEX(CE-INDEX)) TO TCE-FILE
               ELSE
                   MOVE 'MULTIPLE FILES' TO TCE-FILE
               END-IF
               MOVE TO-CC-EVENT-LINE TO TO-CC-PRINT
               PERFORM PRINT-TURNOVER-CC-LINE
               PERFORM BUILD-EVENT-UNIT-LIST
               MOVE CC-UNIT-TEXT TO TCU-UNITS
               MOVE TO-CC-UNITS-LINE TO TO-CC-PRINT
               PERFORM PRINT-TURNOVER-CC-LINE
           END-IF
       END-PERFORM.

PRINT-TURNOVER-CC-LINE.
       IF TO-LINE-COUNT IS GREATER THAN OR EQUAL TO TO-PAGE-LIMIT THEN
           PERFORM PRINT-TURNOVER-HEADING
       END-IF
       WRITE TURNOVER-LINE FROM TO-CC-PRINT AFTER ADVANCING 1 LINE
       ADD 1 TO TO-LINE-COUNT.

*> names the failure reason that fired most often for this unit;
*> ties go to the earlier index, and a unit with no exceptions at all
*> shows NONE
           WHEN OTHER MOVE 'NONE' TO TOD-WORST
       END-EVALUATE.

*> end-of-run common-cause correlation: folds the failure
*> signatures two or more live units share into events by business
*> date, shift, reason and physical file, keeps the events that look like a
*> shared fault rather than coincidence, and marks each unit whose
*> failures an event explains - all of them ('Y', no page of its
*> own) or only some ('P', still paged)
CORRELATE-COMMON-CAUSE.
       MOVE ZERO TO CE-COUNT
       MOVE ZERO TO CC-EVENTS
       PERFORM VARYING CS-INDEX FROM 1 BY 1 UNTIL CS-INDEX IS GREATER THAN CS-COUNT
           PERFORM FOLD-SIGNATURE-INTO-EVENT
       END-PERFORM
       IF CE-COUNT IS EQUAL TO ZERO THEN
           EXIT PARAGRAPH
       END-IF

       PERFORM VARYING CE-INDEX FROM 1 BY 1 UNTIL CE-INDEX IS GREATER THAN CE-COUNT
           PERFORM QUALIFY-COMMON-CAUSE-EVENT
       END-PERFORM
       IF CC-EVENTS IS EQUAL TO ZERO THEN
           EXIT PARAGRAPH
       END-IF

       PERFORM VARYING CS-INDEX FROM 1 BY 1 UNTIL CS-INDEX IS GREATER THAN CS-COUNT
           IF CS-EVENT(CS-INDEX) IS GREATER THAN ZERO THEN
               IF CE-QUALIFIED(CS-EVENT(CS-INDEX)) IS EQUAL TO 'Y' THEN
                   PERFORM CREDIT-COMMON-CAUSE-HITS
               END-IF
           END-IF
       END-PERFORM

       PERFORM VARYING STAT-INDEX FROM 1 BY 1 UNTIL STAT-INDEX IS GREATER THAN STAT-COUNT
           IF FS-CC-HITS(STAT-INDEX) IS GREATER THAN ZERO THEN
               IF FS-CC-HITS(STAT-INDEX) IS GREATER THAN OR EQUAL TO FS-EXC-COUNT(STAT-INDEX)
                       AND CC-NOT-OVERFLOWED THEN
                   MOVE 'Y' TO FS-CC-FLAG(STAT-INDEX)
               ELSE
                   MOVE 'P' TO FS-CC-FLAG(STAT-INDEX)
               END-IF
           END-IF
       END-PERFORM.

*> adds the signature CS-INDEX points at to its event when two or
*> more of the sections that filed it are live (not duplicates)
FOLD-SIGNATURE-INTO-EVENT.
       MOVE ZERO TO CC-LIVE-SLOTS
       MOVE ZERO TO CC-FILE-INDEX
       PERFORM VARYING CS-SLOT-INDEX FROM 1 BY 1 UNTIL CS-SLOT-INDEX IS GREATER THAN CS-SLOT-COUNT(CS-INDEX)
           MOVE CS-SLOT(CS-INDEX, CS-SLOT-INDEX) TO CC-SLOT
           IF FS-DUP-FLAG(CC-SLOT) IS NOT EQUAL TO 'Y' THEN
               ADD 1 TO CC-LIVE-SLOTS
               IF CC-LIVE-SLOTS IS EQUAL TO 1 THEN
                   MOVE FS-FILE-INDEX(CC-SLOT) TO CC-FILE-INDEX
               ELSE
                   IF FS-FILE-INDEX(CC-SLOT) IS NOT EQUAL TO CC-FILE-INDEX THEN
                       MOVE ZERO TO CC-FILE-INDEX
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       IF CC-LIVE-SLOTS IS LESS THAN CC-MIN-UNITS THEN
           EXIT PARAGRAPH
       END-IF

       SET CC-NOT-FOUND TO TRUE
       PERFORM VARYING CE-INDEX FROM 1 BY 1 UNTIL CE-INDEX IS GREATER THAN CE-COUNT
           IF CE-BUS-DATE(CE-INDEX) IS EQUAL TO CS-BUS-DATE(CS-INDEX)
                   AND CE-SHIFT(CE-INDEX) IS EQUAL TO CS-SHIFT(CS-INDEX)
                   AND CE-REASON(CE-INDEX) IS EQUAL TO CS-REASON(CS-INDEX)
                   AND CE-FILE-INDEX(CE-INDEX) IS EQUAL TO CC-FILE-INDEX THEN
               SET CC-FOUND TO TRUE
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF CC-NOT-FOUND THEN
           IF CE-COUNT IS GREATER THAN OR EQUAL TO CE-MAX THEN
               DISPLAY 'AOC02: too many common-cause events (max ' CE-MAX ') - ' FUNCTION TRIM(CS-REASON(CS-INDEX)) ' on ' CS-BUS-DATE(CS-INDEX) ' not correlated' UPON STDERR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CE-COUNT
           MOVE CE-COUNT TO CE-INDEX
           INITIALIZE CE-ENTRY(CE-INDEX)
           MOVE CS-BUS-DATE(CS-INDEX) TO CE-BUS-DATE(CE-INDEX)
           MOVE CS-SHIFT(CS-INDEX) TO CE-SHIFT(CE-INDEX)
           MOVE CS-REASON(CS-INDEX) TO CE-REASON(CE-INDEX)
           MOVE CC-FILE-INDEX TO CE-FILE-INDEX(CE-INDEX)
           MOVE CS-LINE-NO(CS-INDEX) TO CE-FIRST-LINE(CE-INDEX)
           MOVE 'N' TO CE-QUALIFIED(CE-INDEX)
       END-IF

       ADD 1 TO CE-LINES(CE-INDEX)
       IF CS-LINE-NO(CS-INDEX) IS LESS THAN CE-FIRST-LINE(CE-INDEX) THEN
           MOVE CS-LINE-NO(CS-INDEX) TO CE-FIRST-LINE(CE-INDEX)
       END-IF
       MOVE CE-INDEX TO CS-EVENT(CS-INDEX)

       PERFORM VARYING CS-SLOT-INDEX FROM 1 BY 1 UNTIL CS-SLOT-INDEX IS GREATER THAN CS-SLOT-COUNT(CS-INDEX)
           MOVE CS-SLOT(CS-INDEX, CS-SLOT-INDEX) TO CC-SLOT
           IF FS-DUP-FLAG(CC-SLOT) IS NOT EQUAL TO 'Y' THEN
               PERFORM MERGE-EVENT-SLOT
           END-IF
       END-PERFORM.

*> adds statistics slot CC-SLOT to event CE-INDEX's unit list once
MERGE-EVENT-SLOT.
       PERFORM VARYING CE-SLOT-INDEX FROM 1 BY 1 UNTIL CE-SLOT-INDEX IS GREATER THAN CE-SLOT-COUNT(CE-INDEX)
           IF CE-SLOT(CE-INDEX, CE-SLOT-INDEX) IS EQUAL TO CC-SLOT THEN
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       IF CE-SLOT-COUNT(CE-INDEX) IS LESS THAN CS-SLOT-MAX THEN
           ADD 1 TO CE-SLOT-COUNT(CE-INDEX)
           MOVE CC-SLOT TO CE-SLOT(CE-INDEX, CE-SLOT-COUNT(CE-INDEX))
       END-IF.

*> an event stands on a file-level failure shared by two or more
*> units, or on enough report lines in common; a standing event is
*> numbered for the report and takes the worst severity of its units
QUALIFY-COMMON-CAUSE-EVENT.
       IF CE-SLOT-COUNT(CE-INDEX) IS LESS THAN CC-MIN-UNITS THEN
           EXIT PARAGRAPH
       END-IF
       IF CE-FIRST-LINE(CE-INDEX) IS LESS THAN FILE-LEVEL-LINE-BASE
               AND CE-LINES(CE-INDEX) IS LESS THAN CC-MIN-LINES THEN
           EXIT PARAGRAPH
       END-IF
       MOVE 'Y' TO CE-QUALIFIED(CE-INDEX)
       ADD 1 TO CC-EVENTS
       MOVE ZERO TO CE-SEVERITY(CE-INDEX)
       PERFORM VARYING CE-SLOT-INDEX FROM 1 BY 1 UNTIL CE-SLOT-INDEX IS GREATER THAN CE-SLOT-COUNT(CE-INDEX)
           MOVE CE-SLOT(CE-INDEX, CE-SLOT-INDEX) TO CC-SLOT
           IF FS-SEVERITY(CC-SLOT) IS GREATER THAN CE-SEVERITY(CE-INDEX) THEN
               MOVE FS-SEVERITY(CC-SLOT) TO CE-SEVERITY(CE-INDEX)
           END-IF
       END-PERFORM.

*> credits each live unit that filed signature CS-INDEX with one
*> exception explained by its (standing) event
CREDIT-COMMON-CAUSE-HITS.
       PERFORM VARYING CS-SLOT-INDEX FROM 1 BY 1 UNTIL CS-SLOT-INDEX IS GREATER THAN CS-SLOT-COUNT(CS-INDEX)
           MOVE CS-SLOT(CS-INDEX, CS-SLOT-INDEX) TO CC-SLOT
           IF FS-DUP-FLAG(CC-SLOT) IS NOT EQUAL TO 'Y' THEN
               ADD 1 TO FS-CC-HITS(CC-SLOT)
               IF FS-CC-EVENT(CC-SLOT) IS EQUAL TO ZERO THEN
                   MOVE CS-EVENT(CS-INDEX) TO FS-CC-EVENT(CC-SLOT)
               END-IF
           END-IF
       END-PERFORM.

*> the unit id for statistics slot CC-SLOT, named the same way the
*> section's vault entries were (RESOLVE-UNIT-ID)
RESOLVE-SLOT-UNIT-ID.
       MOVE FS-UNIT-ID(CC-SLOT) TO RESOLVE-HDR-ID
       MOVE FS-NAME(CC-SLOT) TO RESOLVE-FILENAME
       PERFORM RESOLVE-UNIT-ID
       MOVE RESOLVED-UNIT-ID TO CC-SLOT-UNIT-ID.

*> reads the calibration register for every section processed: a
*> probe in service whose due date is earlier than the section's
*> business date means the unit's readings that day came through an
*> uncalibrated instrument. The section keeps its counts, but its
*> severity is raised to at least 4 so it is notified. No register
*> (status 35) means no probe is registered yet; a register that
*> cannot be read is logged and the check skipped
CHECK-CALIBRATION-REGISTER.
       OPEN INPUT CAL-REGISTER
       IF CALREG-STATUS IS EQUAL TO '35' THEN
           GO TO CHECK-CALIBRATION-REGISTER-EXIT
       END-IF
       IF CALREG-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02: unable to open calibration register ' FUNCTION TRIM(CALREG-FILENAME) ' (status ' CALREG-STATUS '), calibration check skipped' UPON STDERR
           GO TO CHECK-CALIBRATION-REGISTER-EXIT
       END-IF

       PERFORM VARYING STAT-INDEX FROM 1 BY 1 UNTIL STAT-INDEX IS GREATER THAN STAT-COUNT
           IF FS-OPEN-FLAG(STAT-INDEX) IS EQUAL TO 'Y'
                   AND FS-DUP-FLAG(STAT-INDEX) IS NOT EQUAL TO 'Y' THEN
               PERFORM CHECK-SECTION-CALIBRATION
           END-IF
       END-PERFORM

       CLOSE CAL-REGISTER.

CHECK-CALIBRATION-REGISTER-EXIT.
       EXIT.

*> counts the overdue probes of the unit statistics slot STAT-INDEX
*> belongs to, keeping the one longest overdue for the turnover note
CHECK-SECTION-CALIBRATION.
       MOVE STAT-INDEX TO CC-SLOT
       PERFORM RESOLVE-SLOT-UNIT-ID
       IF FS-BUS-DATE(STAT-INDEX) IS GREATER THAN ZERO THEN
           MOVE FS-BUS-DATE(STAT-INDEX) TO CAL-CHECK-DATE
       ELSE
           MOVE RUN-DATE TO CAL-CHECK-DATE
       END-IF

       MOVE CC-SLOT-UNIT-ID TO CR-UNIT-ID
       MOVE ZERO TO CR-POSITION
       START CAL-REGISTER KEY IS GREATER THAN OR EQUAL TO CR-KEY
         INVALID KEY
             EXIT PARAGRAPH
       END-START
       PERFORM UNTIL CALREG-STATUS IS NOT EQUAL TO '00'
           READ CAL-REGISTER NEXT RECORD
             AT END
                 EXIT PERFORM
           END-READ
           IF CALREG-STATUS IS NOT EQUAL TO '00' OR CR-UNIT-ID IS NOT EQUAL TO CC-SLOT-UNIT-ID THEN
               EXIT PERFORM
           END-IF
           IF CR-ACTIVE IS EQUAL TO 'A' AND CR-DUE-DATE IS LESS THAN CAL-CHECK-DATE THEN
               IF FS-CAL-OVERDUE(STAT-INDEX) IS EQUAL TO ZERO
                       OR CR-DUE-DATE IS LESS THAN FS-CAL-DUE(STAT-INDEX) THEN
                   MOVE CR-POSITION TO FS-CAL-POS(STAT-INDEX)
                   MOVE CR-DUE-DATE TO FS-CAL-DUE(STAT-INDEX)
               END-IF
               ADD 1 TO FS-CAL-OVERDUE(STAT-INDEX)
           END-IF
       END-PERFORM

       IF FS-CAL-OVERDUE(STAT-INDEX) IS GREATER THAN ZERO THEN
           ADD 1 TO CAL-OVERDUE-UNITS
           IF FS-SEVERITY(STAT-INDEX) IS LESS THAN 4 THEN
               MOVE 4 TO FS-SEVERITY(STAT-INDEX)
           END-IF
       END-IF.

*> the units of event CE-INDEX, space separated, as many as fit
BUILD-EVENT-UNIT-LIST.
       MOVE SPACES TO CC-UNIT-TEXT
       MOVE 1 TO CC-UNIT-PTR
       PERFORM VARYING CE-SLOT-INDEX FROM 1 BY 1 UNTIL CE-SLOT-INDEX IS GREATER THAN CE-SLOT-COUNT(CE-INDEX)
           MOVE CE-SLOT(CE-INDEX, CE-SLOT-INDEX) TO CC-SLOT
           PERFORM RESOLVE-SLOT-UNIT-ID
           STRING FUNCTION TRIM(CC-SLOT-UNIT-ID) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
               INTO CC-UNIT-TEXT
               WITH POINTER CC-UNIT-PTR
               ON OVERFLOW
                   EXIT PERFORM
           END-STRING
       END-PERFORM.

*> writes the notification detail file the paging steps read: one
*> record per unit whose own severity reached the notify threshold,
*> plus one per scheduled unit that went missing, each routed to the
*> crew that owns the unit (the catch-all on-call id when the routing
*> master has no entry). A unit whose failures a suspected
*> common-cause event fully explains is left to that event's single
*> consolidated record to the instrumentation crew. The file is
*> rewritten every run so the paging steps never re-page yesterday's
*> alerts
WRITE-NOTIFICATION-FILE.
       OPEN OUTPUT NOTIFY-FILE
       IF NOTIFY-STATUS IS NOT EQUAL TO '00' THEN
       PERFORM VARYING STAT-INDEX FROM 1 BY 1 UNTIL STAT-INDEX IS GREATER THAN STAT-COUNT
           IF FS-OPEN-FLAG(STAT-INDEX) IS EQUAL TO 'Y'
                   AND FS-DUP-FLAG(STAT-INDEX) IS NOT EQUAL TO 'Y'
                   AND FS-SEVERITY(STAT-INDEX) IS GREATER THAN OR EQUAL TO NOTIFY-THRESHOLD
                   AND (FS-CC-FLAG(STAT-INDEX) IS NOT EQUAL TO 'Y'
                   OR FS-CAL-OVERDUE(STAT-INDEX) IS GREATER THAN ZERO) THEN
               PERFORM WRITE-UNIT-NOTIFICATION
           END-IF
       END-PERFORM

       *> one consolidated record per suspected common-cause event, in
       *> place of the unit records it fully explains
       PERFORM VARYING CE-INDEX FROM 1 BY 1 UNTIL CE-INDEX IS GREATER THAN CE-COUNT
           IF CE-QUALIFIED(CE-INDEX) IS EQUAL TO 'Y'
                   AND CE-SEVERITY(CE-INDEX) IS GREATER THAN OR EQUAL TO NOTIFY-THRESHOLD THEN
               PERFORM WRITE-COMMON-CAUSE-NOTIFICATION
           END-IF
       END-PERFORM

       *> the units that never transmitted page at the run's RC=12
       PERFORM VARYING SC-INDEX FROM 1 BY 1 UNTIL SC-INDEX IS GREATER THAN SC-COUNT
           IF SC-MISSING(SC-INDEX) IS EQUAL TO 'Y' THEN
       COMPUTE NF-UNSAFE = FS-TOTAL(STAT-INDEX) - FS-DAMPENED(STAT-INDEX)
       PERFORM FIND-WORST-REASON
       MOVE TOD-WORST TO NF-WORST
       *> a unit on the list only for its probes says so
       MOVE FS-CAL-OVERDUE(STAT-INDEX) TO NF-CAL-OVERDUE
       IF TOD-WORST IS EQUAL TO 'NONE' AND FS-CAL-OVERDUE(STAT-INDEX) IS GREATER THAN ZERO THEN
           MOVE 'CALIBRATION OVERDUE' TO NF-WORST
       END-IF
       MOVE FS-UNIT-ID(STAT-INDEX) TO ROUTE-LOOKUP-ID
       PERFORM ROUTE-UNIT
       MOVE ROUTED-RECIPIENT TO NF-RECIPIENT
       WRITE NOTIFY-RECORD
       ADD 1 TO NOTIFY-WRITTEN.

*> one consolidated notification record for the common-cause event
*> CE-INDEX points at, to the instrumentation crew with the on-call
*> id next in line; it names the concentrator file and every unit
WRITE-COMMON-CAUSE-NOTIFICATION.
       INITIALIZE NOTIFY-RECORD
       MOVE RUN-DATE TO NF-RUN-DATE
       MOVE RUN-TIME TO NF-RUN-TIME
       MOVE CC-UNIT-ID TO NF-UNIT-ID
       IF CE-FILE-INDEX(CE-INDEX) IS GREATER THAN ZERO THEN
           MOVE FL-ENTRY(CE-FILE-INDEX(CE-INDEX)) TO NF-SOURCE
       ELSE
           MOVE 'MULTIPLE FILES' TO NF-SOURCE
       END-IF
       MOVE CE-SEVERITY(CE-INDEX) TO NF-SEVERITY
       MOVE CE-SLOT-COUNT(CE-INDEX) TO NF-TOTAL
       MOVE CE-LINES(CE-INDEX) TO NF-UNSAFE
       MOVE CE-REASON(CE-INDEX) TO NF-WORST
       MOVE CC-RECIPIENT TO NF-RECIPIENT
       MOVE DEFAULT-RECIPIENT TO NF-ESCALATION
       PERFORM BUILD-EVENT-UNIT-LIST
       MOVE CC-UNIT-TEXT TO NF-UNITS
       WRITE NOTIFY-RECORD
       ADD 1 TO NOTIFY-WRITTEN.

*> one notification record for a scheduled unit that never produced a
*> file (or, for a shift reporter, missed one or more of its shifts) -
*> severity 12, routed by its schedule unit id
WRITE-MISSING-NOTIFICATION.
       INITIALIZE NOTIFY-RECORD
       MOVE RUN-DATE TO NF-RUN-DATE
       MOVE 12 TO NF-SEVERITY
       MOVE ZERO TO NF-TOTAL
       MOVE ZERO TO NF-UNSAFE
       *> a shift reporter's record names the shifts it missed
       IF SC-MISSING-SHIFTS(SC-INDEX) IS EQUAL TO SPACES THEN
           MOVE 'MISSING UNIT' TO NF-WORST
       ELSE
           STRING 'MISSING SHIFT ' SC-MISSING-SHIFTS(SC-INDEX) DELIMITED BY SIZE INTO NF-WORST
       END-IF
       MOVE SC-UNIT-ID(SC-INDEX) TO ROUTE-LOOKUP-ID
       PERFORM ROUTE-UNIT
       MOVE ROUTED-RECIPIENT TO NF-RECIPIENT
           END-IF
       END-PERFORM.

*> loads the alert routing out of the unit master - every unit on
*> it, retired ones included, since a late file from a retired unit
*> still belongs to its crew; a master that cannot be opened is
*> logged and every alert routes to the catch-all on-call id
LOAD-ROUTING-TABLE.
       OPEN INPUT UNIT-MASTER
       IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02: unable to open unit master ' FUNCTION TRIM(UNITMST-FILENAME) ' (status ' UNITMST-STATUS '), alerts route to ' DEFAULT-RECIPIENT UPON STDERR
       ELSE
           PERFORM UNTIL UNITMST-STATUS IS NOT EQUAL TO '00'
               READ UNIT-MASTER NEXT RECORD
                 AT END
                     EXIT PERFORM
               END-READ
               IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
                   DISPLAY 'AOC02: unit master read failed (status ' UNITMST-STATUS '), routing incomplete' UPON STDERR
                   EXIT PERFORM
               END-IF
               PERFORM ADD-ROUTE-ENTRY
           END-PERFORM
           CLOSE UNIT-MASTER
       END-IF.

*> copies the routing of the unit master entry just read into the
*> table, rejecting (and logging, like ADD-SCHEDULE-ENTRY) once RT-MAX
*> is reached
ADD-ROUTE-ENTRY.
       IF RT-COUNT IS GREATER THAN OR EQUAL TO RT-MAX THEN
           DISPLAY 'AOC02: too many routing entries (max ' RT-MAX '), rejecting: ' UM-UNIT-ID UPON STDERR
       ELSE
           ADD 1 TO RT-COUNT
           INITIALIZE ROUTE-ENTRY(RT-COUNT)
           MOVE UM-UNIT-ID TO RT-UNIT-ID(RT-COUNT)
           MOVE UM-RECIPIENT TO RT-RECIPIENT(RT-COUNT)
           MOVE UM-ESCALATION TO RT-ESCALATION(RT-COUNT)
       END-IF.

*> opens the append-only run ledger, creating it on the first run; a
           MOVE NOTIFY-WRITTEN TO LD-COUNT
           STRING FUNCTION TRIM(RL-DETAIL) ' NOTIFICATIONS ' FUNCTION TRIM(LD-COUNT) DELIMITED BY SIZE INTO RL-DETAIL
       END-IF
       IF CC-EVENTS IS GREATER THAN ZERO THEN
           MOVE CC-EVENTS TO LD-COUNT
           STRING FUNCTION TRIM(RL-DETAIL) ' COMMON-CAUSE ' FUNCTION TRIM(LD-COUNT) DELIMITED BY SIZE INTO RL-DETAIL
       END-IF
       WRITE RUN-LEDGER-LINE.

*> opens the indexed exception master for update, creating it on the
           SET XMITREG-OPEN-FAILED TO TRUE
       END-IF.

*> opens the raw-reading vault for update, creating it on the first
*> run; a dead vault only costs the line inquiry, so the run carries
*> on without it
OPEN-VAULT-FILE.
       OPEN I-O VAULT-FILE
       IF VAULT-STATUS IS EQUAL TO '35' THEN
           OPEN OUTPUT VAULT-FILE
           CLOSE VAULT-FILE
           OPEN I-O VAULT-FILE
       END-IF
       IF VAULT-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02: unable to open reading vault (status ' VAULT-STATUS '), report lines will not be vaulted' UPON STDERR
           SET VAULT-OPEN-FAILED TO TRUE
       END-IF.

*> opens the approved-band master read-only; it is created and
*> maintained through AOC02B, never by the checker, so a master that
*> is absent or unreadable only costs the band check - logged, and
       MOVE RUNNING-CHECKSUM TO RF-RUNNING-CHECKSUM
       MOVE FILE-TRUNCATED TO RF-FILE-TRUNCATED
       MOVE FILE-TOO-MANY TO RF-FILE-TOO-MANY
       MOVE RUN-DATE TO RF-RUN-DATE
       MOVE RUN-TIME TO RF-RUN-TIME

       WRITE RESTART-RECORD
         INVALID KEY
BUILD-TREND-RECORD.
       MOVE BUS-DATE TO TR-DATE
       MOVE SOURCE-NAME TO TR-FILENAME
       MOVE BUS-SHIFT TO TR-SHIFT
       MOVE TOTAL-REPORTS TO TR-TOTAL-REPORTS
       MOVE FILE-NSAFE-STRICT TO TR-NSAFE-STRICT
       MOVE FILE-NSAFE TO TR-NSAFE-DAMPENED
       MOVE SPACE TO TR-STATUS
       MOVE RUN-TIME TO TR-RUN-TIME.

*> a record already exists for (this business date, this file, this
*> shift): read
*> it to see what it is. A gap marker laid down when the unit seemed
*> missing must yield to the real result now in hand - that is exactly
*> how a late file fills the day it was absent - but a real earlier
REPLACE-TREND-RECORD.
       MOVE BUS-DATE TO TR-DATE
       MOVE SOURCE-NAME TO TR-FILENAME
       MOVE BUS-SHIFT TO TR-SHIFT
       READ TREND-FILE
         INVALID KEY
             CONTINUE
                 PERFORM BUILD-TREND-RECORD
                 REWRITE TREND-RECORD
             ELSE
                 DISPLAY 'AOC02: trend record for ' BUS-DATE ' shift ' BUS-SHIFT ' already exists for ' FUNCTION TRIM(SOURCE-NAME) ', keeping the earlier result (rerun with -FORCE to replace)' UPON STDERR
             END-IF
       END-READ.

*> lays down a gap marker in the trend history for a scheduled unit
*> that produced no file today (for a shift reporter, no file for the
*> shift in EXPECTED-SHIFT), so the drift reports can tell "no
*> data arrived" apart from "a clean empty run"; never clobbers a
*> real record that might already exist for the date
WRITE-TREND-GAP-RECORD.
       MOVE RUN-DATE TO TR-DATE
       MOVE SC-FILENAME(SC-INDEX) TO TR-FILENAME
       MOVE EXPECTED-SHIFT TO TR-SHIFT
       MOVE ZERO TO TR-TOTAL-REPORTS
       MOVE ZERO TO TR-NSAFE-STRICT
       MOVE ZERO TO TR-NSAFE-DAMPENED
WRITE-TREND-OUTAGE-RECORD.
       MOVE RUN-DATE TO TR-DATE
       MOVE SC-FILENAME(SC-INDEX) TO TR-FILENAME
       MOVE EXPECTED-SHIFT TO TR-SHIFT
       MOVE ZERO TO TR-TOTAL-REPORTS
       MOVE ZERO TO TR-NSAFE-STRICT
       MOVE ZERO TO TR-NSAFE-DAMPENED
           CLOSE MANIFEST-FILE
       END-IF.

*> loads the expected-units schedule into SCHEDULE-TABLE from the unit
*> master, leaving retired units out; a missing or unreadable master
*> is logged and the expected-units check skipped, the same way a bad
*> manifest is logged and skipped
LOAD-SCHEDULE.
       SET SCHEDULE-LOADED TO TRUE
       OPEN INPUT UNIT-MASTER
       IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY 'AOC02: unable to open unit master ' FUNCTION TRIM(UNITMST-FILENAME) ' (status ' UNITMST-STATUS '), expected-units check skipped' UPON STDERR
       ELSE
           PERFORM UNTIL UNITMST-STATUS IS NOT EQUAL TO '00'
               READ UNIT-MASTER NEXT RECORD
                 AT END
                     EXIT PERFORM
               END-READ
               IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
                   DISPLAY 'AOC02: unit master read failed (status ' UNITMST-STATUS '), expected-units check incomplete' UPON STDERR
                   EXIT PERFORM
               END-IF
               IF UM-ACTIVE IS NOT EQUAL TO 'R' THEN
                   PERFORM ADD-SCHEDULE-ENTRY
               END-IF
           END-PERFORM
           CLOSE UNIT-MASTER
       END-IF.

*> copies the unit master entry just read into the table, rejecting
*> (and logging, like ADD-FILE-LIST-ENTRY) once SC-MAX is reached
ADD-SCHEDULE-ENTRY.
       IF SC-COUNT IS GREATER THAN OR EQUAL TO SC-MAX THEN
           DISPLAY 'AOC02: too many schedule entries (max ' SC-MAX '), rejecting: ' UM-UNIT-ID UPON STDERR
       ELSE
           ADD 1 TO SC-COUNT
           INITIALIZE SCHEDULE-ENTRY(SC-COUNT)
           MOVE UM-UNIT-ID TO SC-UNIT-ID(SC-COUNT)
           MOVE UM-FILENAME TO SC-FILENAME(SC-COUNT)
           MOVE UM-ACTIVE TO SC-ACTIVE(SC-COUNT)
           MOVE UM-DOW-MASK TO SC-DOW-MASK(SC-COUNT)
           MOVE UM-SHIFTS TO SC-SHIFTS(SC-COUNT)
           MOVE SPACES TO SC-MISSING-SHIFTS(SC-COUNT)
           MOVE 'N' TO SC-MISSING(SC-COUNT)
           MOVE 'N' TO SC-OUTAGE(SC-COUNT)
       END-IF.

*> checks every unit the schedule expects on today's day of week
*> against what FILE-LIST actually processed: a scheduled, active unit
*> with no opened file (a shift reporter: no file for one of its
*> shifts) gets a MISSING UNIT exception, a trend gap marker and the
*> RC=12 severity - a silently absent reactor unit is worse than an
*> unsafe one
CHECK-EXPECTED-UNITS.
       *> only the covering manifest run asserts the day's full
       *> picture: an ad-hoc single-file run or a targeted same-day
           GO TO CHECK-EXPECTED-UNITS-EXIT
       END-IF

       IF SCHEDULE-NOT-LOADED THEN
           PERFORM LOAD-SCHEDULE
       END-IF
       IF SC-COUNT IS EQUAL TO ZERO THEN
           GO TO CHECK-EXPECTED-UNITS-EXIT
       END-IF
       PERFORM VARYING SC-INDEX FROM 1 BY 1 UNTIL SC-INDEX IS GREATER THAN SC-COUNT
           IF SC-ACTIVE(SC-INDEX) IS EQUAL TO 'A'
                   AND SC-DOW-MASK(SC-INDEX)(RUN-DOW:1) IS EQUAL TO 'Y' THEN
               *> a whole-day reporter owes one transmission, a shift
               *> reporter one per shift code on its master entry
               IF SC-SHIFTS(SC-INDEX) IS EQUAL TO SPACES THEN
                   MOVE SPACE TO EXPECTED-SHIFT
                   MOVE 1 TO SHIFT-INDEX
                   PERFORM CHECK-EXPECTED-TRANSMISSION
               ELSE
                   PERFORM VARYING SHIFT-INDEX FROM 1 BY 1 UNTIL SHIFT-INDEX IS GREATER THAN 4
                       IF SC-SHIFTS(SC-INDEX)(SHIFT-INDEX:1) IS NOT EQUAL TO SPACE THEN
                           MOVE SC-SHIFTS(SC-INDEX)(SHIFT-INDEX:1) TO EXPECTED-SHIFT
                           PERFORM CHECK-EXPECTED-TRANSMISSION
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
       END-PERFORM.

CHECK-EXPECTED-UNITS-EXIT.
       EXIT.

*> checks one transmission the scheduled unit SC-INDEX owes today -
*> the whole day when EXPECTED-SHIFT is space, else that one shift
CHECK-EXPECTED-TRANSMISSION.
       SET UNIT-NOT-FOUND TO TRUE
       SET NOT-LATE-ARRIVAL-ONLY TO TRUE
       *> a unit counts as present when any processed section
       *> matches it - by filename for a unit that transmits its own
       *> file, by HDR unit id for one that arrives inside a batched
       *> concentrator file - and, for a shift reporter, carries the
       *> shift being checked
       PERFORM VARYING STAT-INDEX FROM 1 BY 1 UNTIL STAT-INDEX IS GREATER THAN STAT-COUNT
           IF FS-OPEN-FLAG(STAT-INDEX) IS EQUAL TO 'Y'
                   AND (FS-NAME(STAT-INDEX) IS EQUAL TO SC-FILENAME(SC-INDEX)
                    OR (FS-UNIT-ID(STAT-INDEX) IS NOT EQUAL TO SPACES
                        AND FS-UNIT-ID(STAT-INDEX) IS EQUAL TO SC-UNIT-ID(SC-INDEX)))
                   AND (EXPECTED-SHIFT IS EQUAL TO SPACE
                    OR FS-SHIFT(STAT-INDEX) IS EQUAL TO EXPECTED-SHIFT) THEN
               SET UNIT-FOUND TO TRUE
               *> a late arrival proves the transfer works but leaves
               *> today's own data outstanding
               IF FS-BUS-DATE(STAT-INDEX) IS GREATER THAN ZERO
                       AND FS-BUS-DATE(STAT-INDEX) IS LESS THAN RUN-DATE THEN
                   SET LATE-ARRIVAL-ONLY TO TRUE
               END-IF
               EXIT PERFORM
           END-IF
       END-PERFORM

       *> a silent unit inside its planned-outage window is expected
       *> to be silent: note it on the turnover, lay the distinct
       *> outage marker, and raise nothing
       IF UNIT-NOT-FOUND THEN
           PERFORM CHECK-OUTAGE-WINDOW
           IF UNIT-IN-OUTAGE THEN
               SET UNIT-FOUND TO TRUE
               SET NOT-LATE-ARRIVAL-ONLY TO TRUE
               IF SC-OUTAGE(SC-INDEX) IS NOT EQUAL TO 'Y' THEN
                   MOVE 'Y' TO SC-OUTAGE(SC-INDEX)
                   DISPLAY 'AOC02: scheduled unit ' SC-UNIT-ID(SC-INDEX) ' is in a planned outage, not flagged missing'
               END-IF
               PERFORM WRITE-TREND-OUTAGE-RECORD
           END-IF
       END-IF

       *> a unit absent from this run's FILE-LIST may already have been
       *> checked by an earlier run today; a real (non-gap) trend
       *> record for the date says so
       IF UNIT-NOT-FOUND THEN
           PERFORM CHECK-TREND-FOR-UNIT
       END-IF

       IF UNIT-NOT-FOUND THEN
           ADD 1 TO GRAND-MISSING-UNITS
           MOVE 'Y' TO SC-MISSING(SC-INDEX)
           IF EXPECTED-SHIFT IS EQUAL TO SPACE THEN
               DISPLAY 'AOC02: scheduled unit ' SC-UNIT-ID(SC-INDEX) ' produced no file today (' FUNCTION TRIM(SC-FILENAME(SC-INDEX)) ')' UPON STDERR
           ELSE
               MOVE EXPECTED-SHIFT TO SC-MISSING-SHIFTS(SC-INDEX)(SHIFT-INDEX:1)
               DISPLAY 'AOC02: scheduled unit ' SC-UNIT-ID(SC-INDEX) ' produced no shift ' EXPECTED-SHIFT ' file today (' FUNCTION TRIM(SC-FILENAME(SC-INDEX)) ')' UPON STDERR
           END-IF
           PERFORM WRITE-MISSING-UNIT-EXCEPTION
           PERFORM WRITE-TREND-GAP-RECORD
       END-IF

       *> the unit only delivered an earlier day's data: no page, but
       *> today still gets its gap placeholder so a further late file
       *> can fill it on the date it belongs
       IF UNIT-FOUND AND LATE-ARRIVAL-ONLY THEN
           PERFORM WRITE-TREND-GAP-RECORD
       END-IF.

*> looks for this run date's trend record for the scheduled unit and
*> the shift being checked: one written with a real status means an
*> earlier run today already checked it, so it is not missing - a gap
*> marker does not count, it only says an earlier run also found it
*> absent. A unit that came in a batched file was filed under its unit
*> id rather than the master filename, so both are tried
CHECK-TREND-FOR-UNIT.
       MOVE RUN-DATE TO TR-DATE
       MOVE SC-FILENAME(SC-INDEX) TO TR-FILENAME
       MOVE EXPECTED-SHIFT TO TR-SHIFT
       READ TREND-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             IF TR-STATUS IS NOT EQUAL TO 'M' THEN
                 SET UNIT-FOUND TO TRUE
             END-IF
       END-READ
       IF UNIT-FOUND THEN
           EXIT PARAGRAPH
       END-IF
       MOVE RUN-DATE TO TR-DATE
       MOVE SPACES TO TR-FILENAME
       MOVE SC-UNIT-ID(SC-INDEX) TO TR-FILENAME(1:8)
       MOVE EXPECTED-SHIFT TO TR-SHIFT
       READ TREND-FILE
         INVALID KEY
             CONTINUE
*> at a glance which transfer never landed
WRITE-MISSING-UNIT-EXCEPTION.
       MOVE SC-FILENAME(SC-INDEX) TO SOURCE-NAME
       MOVE RUN-DATE TO BUS-DATE
       MOVE EXPECTED-SHIFT TO BUS-SHIFT
       MOVE ZERO TO LINE-NUMBER
       MOVE 'MISSING UNIT' TO FAIL-REASON
       MOVE ZERO TO FAIL-POS-1
       SET RECONCILE-OK TO TRUE
       MOVE ZERO TO RUNNING-CHECKSUM
       MOVE RUN-DATE TO BUS-DATE
       MOVE SPACE TO BUS-SHIFT
       MOVE SPACES TO HDR-UNIT-ID
       MOVE SPACE TO HDR-SHIFT
       MOVE SPACES TO VAULT-UNIT-ID
       SET NOT-DUPLICATE-SECTION TO TRUE
       SET RANGE-INACTIVE TO TRUE
       MOVE ZERO TO RANGE-MIN-READING
           INITIALIZE FS-ENTRY(CURRENT-FILE-SLOT)
           MOVE SOURCE-NAME TO FS-NAME(CURRENT-FILE-SLOT)
           MOVE 'Y' TO FS-OPEN-FLAG(CURRENT-FILE-SLOT)
           MOVE FL-INDEX TO FS-FILE-INDEX(CURRENT-FILE-SLOT)
       END-IF.

*> consumes the line right after a section's HDR - the unit's own TOL
           PERFORM SECTION-PROLOGUE
       ELSE
           ADD 1 TO LINE-NUMBER
           *> CHECK-ONE-LINE takes FILE-LINE apart, so the vault copy
           *> of the line is taken first
           MOVE SPACE TO LINE-VERDICT
           MOVE FILE-LINE TO VT-RAW-LINE
           PERFORM CHECK-ONE-LINE THRU CHECK-ONE-LINE-EXIT
           IF LINE-VERDICT IS NOT EQUAL TO SPACE AND VAULT-OPENED-OK THEN
               PERFORM WRITE-VAULT-RECORD
           END-IF
       END-IF.

*> closes out the unit section just read: reconciles its HDR/TRL
           MOVE MAX-STEP TO FS-MAX-STEP(CURRENT-FILE-SLOT)
           MOVE DAMPEN-LEVELS TO FS-DAMPEN-LEVELS(CURRENT-FILE-SLOT)
           MOVE BUS-DATE TO FS-BUS-DATE(CURRENT-FILE-SLOT)
           MOVE BUS-SHIFT TO FS-SHIFT(CURRENT-FILE-SLOT)
           IF NOT-DUPLICATE-SECTION THEN
               MOVE TOTAL-REPORTS TO FS-TOTAL(CURRENT-FILE-SLOT)
               MOVE FILE-NSAFE-STRICT TO FS-STRICT(CURRENT-FILE-SLOT)
*> as a truncated record (status 06) followed by one or more further
*> reads carrying the leftover; those continuation reads are silently
*> discarded here instead of being handed to the caller as extra
*> fabricated report lines. An over-length line is numbered by
*> LOG-TRUNCATED-LINE; the caller advances LINE-NUMBER for the
*> genuine line handed back.
READ-GENUINE-LINE.
       SET IFILE-CONTINUATION-INACTIVE TO TRUE
       PERFORM UNTIL EOF

*> logs the one exception record for an over-length physical line, no
*> matter how many further reads it takes LINE SEQUENTIAL to hand back
*> the rest of it. The line takes a line number of its own, so its
*> exception and its vault entry never share a key with the genuine
*> line that follows it. During a -RESTART fast-forward pass this line
*> was already logged and counted on the run that wrote the
*> checkpoint, so it is only numbered here - keeping the skip count
*> aligned with the checkpoint - instead of being logged/counted a
*> second time
LOG-TRUNCATED-LINE.
       IF FAST-FORWARD-INACTIVE THEN
           ADD 1 TO TOTAL-REPORTS
           MOVE ZERO TO FAIL-VAL-2
           MOVE ZERO TO VAL-COUNT
           PERFORM WRITE-EXCEPTION-RECORD
           *> only the first piece of the line is left to vault
           IF VAULT-OPENED-OK THEN
               MOVE 'R' TO LINE-VERDICT
               MOVE FILE-LINE TO VT-RAW-LINE
               PERFORM WRITE-VAULT-RECORD
           END-IF
       ELSE
           ADD 1 TO LINE-NUMBER
       END-IF.

*> parses the transfer job's 'HDR uuuuuuuu yyyymmdd s' record - the
*> unit id, business date and (for an intraday shift transmission)
*> shift code stamped on the file by the transfer; its presence arms
*> the trailer reconciliation at end of file. A shift code is taken
*> only from a unit set up as a shift reporter, and only when it is
*> one of that unit's shift codes on the unit master; any other code
*> (or one that is not a letter or digit) is logged and the section
*> processed and registered as whole-day, so the duplicate and resend
*> checks still see it
PARSE-HEADER-RECORD.
       SET HEADER-PRESENT TO TRUE
       MOVE FILE-LINE(5:8) TO HDR-UNIT-ID
       MOVE FILE-LINE(14:8) TO HDR-BUS-DATE
       MOVE HDR-BUS-DATE TO BUS-DATE
       IF FILE-LINE(23:1) IS NOT EQUAL TO SPACE THEN
           IF FILE-LINE(23:1) IS NUMERIC OR FILE-LINE(23:1) IS ALPHABETIC-UPPER THEN
               PERFORM CHECK-HEADER-SHIFT
               IF HDR-SHIFT-ON-SCHEDULE THEN
                   MOVE FILE-LINE(23:1) TO HDR-SHIFT
                   MOVE HDR-SHIFT TO BUS-SHIFT
               ELSE
                   DISPLAY 'AOC02: ' HDR-UNIT-ID ' ' HDR-BUS-DATE ' header carries shift code ''' FILE-LINE(23:1) ''' the unit is not set up for - processed as a whole-day transmission' UPON STDERR
               END-IF
           ELSE
               DISPLAY 'AOC02: ' HDR-UNIT-ID ' ' HDR-BUS-DATE ' header carries invalid shift code ''' FILE-LINE(23:1) ''' - processed as a whole-day transmission' UPON STDERR
           END-IF
       END-IF

       *> a section of a batched file files under its unit id - the
       *> concentrator's filename names the truck, not the cargo
           END-IF
       END-IF.

*> finds the schedule entry for the unit a header names - by HDR unit
*> id, or by filename for a unit that transmits its own file, as the
*> expected-units check matches them - and whether the shift code in
*> column 23 is one of its shift codes. A schedule that could not be
*> loaded at all (logged by LOAD-SCHEDULE) cannot say, so the code is
*> taken on trust rather than collapsing every shift into one day
CHECK-HEADER-SHIFT.
       SET HDR-SHIFT-NOT-ON-SCHEDULE TO TRUE
       IF SCHEDULE-NOT-LOADED THEN
           PERFORM LOAD-SCHEDULE
       END-IF
       IF SC-COUNT IS EQUAL TO ZERO THEN
           SET HDR-SHIFT-ON-SCHEDULE TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING SC-INDEX FROM 1 BY 1 UNTIL SC-INDEX IS GREATER THAN SC-COUNT
           IF SC-UNIT-ID(SC-INDEX) IS EQUAL TO HDR-UNIT-ID
                   OR (SINGLE-SECTION AND SC-FILENAME(SC-INDEX) IS EQUAL TO FILENAME) THEN
               MOVE ZERO TO HDR-SHIFT-HITS
               INSPECT SC-SHIFTS(SC-INDEX) TALLYING HDR-SHIFT-HITS FOR ALL FILE-LINE(23:1)
               IF HDR-SHIFT-HITS IS GREATER THAN ZERO THEN
                   SET HDR-SHIFT-ON-SCHEDULE TO TRUE
               END-IF
               EXIT PERFORM
           END-IF
       END-PERFORM.

*> parses the transfer job's 'TRL ccccccc sssssssss' record - the
*> report count the transfer believes it sent and the low nine digits
*> of the sum of ten times the absolute value of each reading
CHECK-XMIT-REGISTER.
       MOVE HDR-UNIT-ID TO XR-UNIT-ID
       MOVE HDR-BUS-DATE TO XR-BUS-DATE
       MOVE HDR-SHIFT TO XR-SHIFT
       READ XMIT-REGISTER
         INVALID KEY
             PERFORM WRITE-XMIT-REGISTER-RECORD
         NOT INVALID KEY
             IF FORCE-REQUESTED OR RESTART-REQUESTED THEN
                 DISPLAY 'AOC02: ' HDR-UNIT-ID ' ' HDR-BUS-DATE ' ' HDR-SHIFT ' already on the register (processed ' XR-RUN-DATE ' at ' XR-RUN-TIME ') - reprocessing under -FORCE/-RESTART' UPON STDERR
                 PERFORM REWRITE-XMIT-REGISTER-RECORD
             ELSE
             IF XR-CHECKSUM IS EQUAL TO TRL-CHECKSUM
                     AND XR-REPORT-COUNT IS EQUAL TO TRL-EXPECTED-COUNT THEN
                 SET DUPLICATE-SECTION TO TRUE
                 DISPLAY 'AOC02: ' HDR-UNIT-ID ' ' HDR-BUS-DATE ' ' HDR-SHIFT ' already processed on ' XR-RUN-DATE ' at ' XR-RUN-TIME ' with the same checksum - duplicate transmission, not counted' UPON STDERR
                 PERFORM DISCARD-EXCEPTION-BATCH
                 MOVE 'DUPLICATE FILE' TO FAIL-REASON
                 MOVE ZERO TO FAIL-POS-1
                 *> reason so the caller raises no severity for it
                 MOVE SPACES TO FAIL-REASON
             ELSE
                 DISPLAY 'AOC02: ' HDR-UNIT-ID ' ' HDR-BUS-DATE ' ' HDR-SHIFT ' was already processed on ' XR-RUN-DATE ' with checksum ' XR-CHECKSUM ' but this re-send carries ' TRL-CHECKSUM ' - the unit sent two different stories for the same day (rerun with -FORCE if this corrected file should stand)' UPON STDERR
                 MOVE 'RESEND CONFLICT' TO FAIL-REASON
             END-IF
             END-IF
WRITE-XMIT-REGISTER-RECORD.
       MOVE HDR-UNIT-ID TO XR-UNIT-ID
       MOVE HDR-BUS-DATE TO XR-BUS-DATE
       MOVE HDR-SHIFT TO XR-SHIFT
       MOVE TRL-CHECKSUM TO XR-CHECKSUM
       MOVE TRL-EXPECTED-COUNT TO XR-REPORT-COUNT
       MOVE RUN-DATE TO XR-RUN-DATE
REWRITE-XMIT-REGISTER-RECORD.
       MOVE HDR-UNIT-ID TO XR-UNIT-ID
       MOVE HDR-BUS-DATE TO XR-BUS-DATE
       MOVE HDR-SHIFT TO XR-SHIFT
       MOVE TRL-CHECKSUM TO XR-CHECKSUM
       MOVE TRL-EXPECTED-COUNT TO XR-REPORT-COUNT
       MOVE RUN-DATE TO XR-RUN-DATE
           MOVE ZERO TO FAIL-VAL-1
           MOVE ZERO TO FAIL-VAL-2
           PERFORM WRITE-EXCEPTION-RECORD
           MOVE 'R' TO LINE-VERDICT
           GO TO CHECK-ONE-LINE-EXIT
       END-IF


        IF SAFE IS EQUAL TO ZERO THEN
            PERFORM WRITE-EXCEPTION-RECORD
            MOVE 'U' TO LINE-VERDICT
        ELSE
            IF STRICT-SAFE IS EQUAL TO ZERO THEN
                PERFORM WRITE-AUDIT-RECORD
                MOVE 'D' TO LINE-VERDICT
            ELSE
                MOVE 'S' TO LINE-VERDICT
            END-IF
        END-IF


       IF CURRENT-FILE-SLOT IS GREATER THAN ZERO THEN
           PERFORM TALLY-FAILURE-REASON
           PERFORM NOTE-FAILURE-SIGNATURE
       END-IF

       IF EXCMST-OPENED-OK THEN
           PERFORM WRITE-EXCEPTION-MASTER-RECORD
       END-IF.

*> files the line just checked in the reading vault under the
*> section's unit, business date and shift; VT-RAW-LINE already holds
*> the line as it arrived. A key already there is a rerun, a restart
*> or a re-sent file going over the same lines: the first filing is
*> kept unless '-FORCE' asked for the rerun's results to stand. A
*> vault that stops taking writes is logged once and dropped for the
*> rest of the run
WRITE-VAULT-RECORD.
       IF VAULT-UNIT-ID IS EQUAL TO SPACES THEN
           MOVE HDR-UNIT-ID TO RESOLVE-HDR-ID
           MOVE FILENAME TO RESOLVE-FILENAME
           PERFORM RESOLVE-UNIT-ID
           MOVE RESOLVED-UNIT-ID TO VAULT-UNIT-ID
       END-IF
       MOVE VAULT-UNIT-ID TO VT-UNIT-ID
       MOVE BUS-DATE TO VT-BUS-DATE
       MOVE BUS-SHIFT TO VT-SHIFT
       MOVE LINE-NUMBER TO VT-LINE-NO
       MOVE LINE-VERDICT TO VT-VERDICT
       MOVE FAIL-REASON TO VT-REASON
       MOVE SOURCE-NAME TO VT-SOURCE
       MOVE RUN-DATE TO VT-RUN-DATE
       MOVE RUN-TIME TO VT-RUN-TIME
       MOVE VAL-COUNT TO VT-READING-COUNT
       WRITE VAULT-RECORD
         INVALID KEY
             IF FORCE-REQUESTED THEN
                 REWRITE VAULT-RECORD
             ELSE
                 MOVE '00' TO VAULT-STATUS
             END-IF
       END-WRITE
       IF VAULT-STATUS IS NOT EQUAL TO '00' AND VAULT-STATUS IS NOT EQUAL TO '02' THEN
           DISPLAY 'AOC02: reading vault write failed (status ' VAULT-STATUS ') at ' FUNCTION TRIM(SOURCE-NAME) ' line ' LINE-NUMBER ', vaulting stopped for this run' UPON STDERR
           CLOSE VAULT-FILE
           SET VAULT-OPEN-FAILED TO TRUE
       END-IF.

*> the unit id a section is known by - in the vault, the calibration
*> register and the common-cause unit lists alike: the header's
*> (RESOLVE-HDR-ID), else the unit master entry (retired units
*> included) whose filename is RESOLVE-FILENAME, else the start of the
*> filename. The unit master is read directly rather than through the
*> schedule table, which a run without a manifest never loads
RESOLVE-UNIT-ID.
       IF RESOLVE-HDR-ID IS NOT EQUAL TO SPACES THEN
           MOVE RESOLVE-HDR-ID TO RESOLVED-UNIT-ID
           EXIT PARAGRAPH
       END-IF
       MOVE RESOLVE-FILENAME(1:8) TO RESOLVED-UNIT-ID
       OPEN INPUT UNIT-MASTER
       IF UNITMST-STATUS IS NOT EQUAL TO '00' THEN
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL UNITMST-STATUS IS NOT EQUAL TO '00'
           READ UNIT-MASTER NEXT RECORD
             AT END
                 EXIT PERFORM
           END-READ
           IF UNITMST-STATUS IS EQUAL TO '00' AND UM-FILENAME IS EQUAL TO RESOLVE-FILENAME THEN
               MOVE UM-UNIT-ID TO RESOLVED-UNIT-ID
               EXIT PERFORM
           END-IF
       END-PERFORM
       CLOSE UNIT-MASTER.

*> folds the exception just written into its file's reason counts, so
*> the turnover report can name each unit's worst failure
TALLY-FAILURE-REASON.
           ADD 1 TO FS-REASON-COUNT(CURRENT-FILE-SLOT, REASON-INDEX)
       END-IF.

*> notes the exception just written under its (business date, shift,
*> reason, line) signature so the end of the run can see which failures
*> several units share; a duplicate file's copy is not a failure of
*> the unit and is left out
NOTE-FAILURE-SIGNATURE.
       IF FAIL-REASON IS EQUAL TO 'DUPLICATE FILE' THEN
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO FS-EXC-COUNT(CURRENT-FILE-SLOT)

       SET CC-NOT-FOUND TO TRUE
       PERFORM VARYING CS-INDEX FROM 1 BY 1 UNTIL CS-INDEX IS GREATER THAN CS-COUNT
           IF CS-BUS-DATE(CS-INDEX) IS EQUAL TO BUS-DATE
                   AND CS-SHIFT(CS-INDEX) IS EQUAL TO BUS-SHIFT
                   AND CS-REASON(CS-INDEX) IS EQUAL TO FAIL-REASON
                   AND CS-LINE-NO(CS-INDEX) IS EQUAL TO LINE-NUMBER THEN
               SET CC-FOUND TO TRUE
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF CC-NOT-FOUND THEN
           IF CS-COUNT IS GREATER THAN OR EQUAL TO CS-MAX THEN
               IF CC-NOT-OVERFLOWED THEN
                   DISPLAY 'AOC02: too many failure signatures (max ' CS-MAX ') - common-cause correlation incomplete' UPON STDERR
                   SET CC-OVERFLOWED TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CS-COUNT
           MOVE CS-COUNT TO CS-INDEX
           MOVE BUS-DATE TO CS-BUS-DATE(CS-INDEX)
           MOVE BUS-SHIFT TO CS-SHIFT(CS-INDEX)
           MOVE FAIL-REASON TO CS-REASON(CS-INDEX)
           MOVE LINE-NUMBER TO CS-LINE-NO(CS-INDEX)
           MOVE ZERO TO CS-SLOT-COUNT(CS-INDEX)
           MOVE ZERO TO CS-EVENT(CS-INDEX)
       END-IF

       PERFORM VARYING CS-SLOT-INDEX FROM 1 BY 1 UNTIL CS-SLOT-INDEX IS GREATER THAN CS-SLOT-COUNT(CS-INDEX)
           IF CS-SLOT(CS-INDEX, CS-SLOT-INDEX) IS EQUAL TO CURRENT-FILE-SLOT THEN
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       IF CS-SLOT-COUNT(CS-INDEX) IS LESS THAN CS-SLOT-MAX THEN
           ADD 1 TO CS-SLOT-COUNT(CS-INDEX)
           MOVE CURRENT-FILE-SLOT TO CS-SLOT(CS-INDEX, CS-SLOT-COUNT(CS-INDEX))
       END-IF.

*> files the exception on the persistent master as well: the latest
*> occurrence of the same filename+line on an earlier run date (or
*> earlier today on another shift of a shift reporter) decides whether this is a fresh NEW or a repeat of a known
*> offender, and the repeat carries the running recurrence count and
*> first-seen date forward; a same-day rerun leaves the existing
*> record (and whatever disposition shift staff already gave it)
       MOVE SOURCE-NAME TO EM-FILENAME
       MOVE LINE-NUMBER TO EM-LINE-NO
       MOVE ZERO TO EM-RUN-DATE
       MOVE LOW-VALUE TO EM-SHIFT
       START EXCEPTION-MASTER KEY IS GREATER THAN OR EQUAL TO EM-KEY
         INVALID KEY
             CONTINUE
       MOVE SOURCE-NAME TO EM-FILENAME
       COMPUTE EM-LINE-NO = BATCH-WATERMARK + 1
       MOVE ZERO TO EM-RUN-DATE
       MOVE LOW-VALUE TO EM-SHIFT
       START EXCEPTION-MASTER KEY IS GREATER THAN OR EQUAL TO EM-KEY
         INVALID KEY
             CONTINUE
       MOVE SOURCE-NAME TO EM-FILENAME
       MOVE ZERO TO EM-LINE-NO
       MOVE ZERO TO EM-RUN-DATE
       MOVE LOW-VALUE TO EM-SHIFT
       START EXCEPTION-MASTER KEY IS GREATER THAN OR EQUAL TO EM-KEY
         INVALID KEY
             CONTINUE

*> advances the merge cursor through the master records for lines up
*> to and including this one, remembering the latest occurrence of
*> exactly this line dated before today (or, for a shift section,
*> raised today on another shift) - the same answer
*> SCAN-PRIOR-OCCURRENCES produces, without a START per exception.
*> Other records for the line are consumed without capture
MERGE-PRIOR-FOR-LINE.
       PERFORM UNTIL EMCURSOR-SPENT OR EM-LINE-NO IS GREATER THAN LINE-NUMBER
           IF EM-LINE-NO IS EQUAL TO LINE-NUMBER
                   AND (EM-RUN-DATE IS LESS THAN RUN-DATE
                    OR (EM-RUN-DATE IS EQUAL TO RUN-DATE
                        AND BUS-SHIFT IS NOT EQUAL TO SPACE
                        AND EM-SHIFT IS NOT EQUAL TO BUS-SHIFT)) THEN
               SET PRIOR-FOUND TO TRUE
               MOVE EM-RECUR-COUNT TO PRIOR-RECUR-COUNT
               MOVE EM-FIRST-DATE TO PRIOR-FIRST-DATE
           MOVE SOURCE-NAME TO EM-FILENAME
           MOVE EB-LINE-NO(EB-INDEX) TO EM-LINE-NO
           MOVE RUN-DATE TO EM-RUN-DATE
           MOVE BUS-SHIFT TO EM-SHIFT
           MOVE EB-REASON(EB-INDEX) TO EM-REASON
           MOVE EB-POS-1(EB-INDEX) TO EM-POS-1
           MOVE EB-VAL-1(EB-INDEX) TO EM-VAL-1
           MOVE EB-RECUR-COUNT(EB-INDEX) TO EM-RECUR-COUNT
           MOVE EB-FIRST-DATE(EB-INDEX) TO EM-FIRST-DATE
           MOVE SPACES TO EM-NOTE
           MOVE RUN-TIME TO EM-RUN-TIME
           MOVE BUS-DATE TO EM-BUS-DATE
           WRITE EXCEPTION-MASTER-RECORD
             INVALID KEY
                 CONTINUE
       END-IF.

*> walks this section's key range up to the flush watermark and
*> deletes the records dated today for its shift - exactly the
*> entries this run's
*> flushes landed for the duplicate. The applied-count guard on the
*> caller matters: on a same-day rerun the flushed writes all
*> collided with the first delivery's entries and landed nothing, and
       MOVE SOURCE-NAME TO EM-FILENAME
       MOVE ZERO TO EM-LINE-NO
       MOVE ZERO TO EM-RUN-DATE
       MOVE LOW-VALUE TO EM-SHIFT
       START EXCEPTION-MASTER KEY IS GREATER THAN OR EQUAL TO EM-KEY
         INVALID KEY
             EXIT PARAGRAPH
                   OR EM-LINE-NO IS GREATER THAN BATCH-WATERMARK THEN
               EXIT PERFORM
           END-IF
           IF EM-RUN-DATE IS EQUAL TO RUN-DATE
                   AND EM-SHIFT IS EQUAL TO BUS-SHIFT THEN
               DELETE EXCEPTION-MASTER RECORD
           END-IF
       END-PERFORM.

*> walks the master from the start of this filename+line's key range,
*> remembering the latest occurrence dated before today - or, for a
*> shift section, raised today on another shift; stops as soon as the
*> key leaves the range or passes today's date
SCAN-PRIOR-OCCURRENCES.
       PERFORM UNTIL EXCMST-STATUS IS NOT EQUAL TO '00'
           READ EXCEPTION-MASTER NEXT RECORD
           END-IF
           IF EM-FILENAME IS NOT EQUAL TO SOURCE-NAME
                   OR EM-LINE-NO IS NOT EQUAL TO LINE-NUMBER
                   OR EM-RUN-DATE IS GREATER THAN RUN-DATE THEN
               EXIT PERFORM
           END-IF
           IF EM-RUN-DATE IS LESS THAN RUN-DATE
                   OR (BUS-SHIFT IS NOT EQUAL TO SPACE
                       AND EM-SHIFT IS NOT EQUAL TO BUS-SHIFT) THEN
               SET PRIOR-FOUND TO TRUE
               MOVE EM-RECUR-COUNT TO PRIOR-RECUR-COUNT
               MOVE EM-FIRST-DATE TO PRIOR-FIRST-DATE
           END-IF
       END-PERFORM.

WRITE-AUDIT-RECORD.
