      *> Driver for the night cycle. Runs the PAIR-EDIT feed edit,
      *> the batch age check (the AGE-CHECK-BATCH entry of
      *> HALF-YOUR-AGE-PLUS-SEVEN), then MEMBERSHIP-XREF,
      *> MEMBERSHIP-ACK, COUPLE-RECON, NOTIFY-LETTERS for the letters
      *> the reconciliation calls for, COUPLE-SNAPSHOT for the HR
      *> analytics export, the month-end COUPLE-AGING, the
      *> first-business-day HOUSEKEEP and PERSON-PURGE, then
      *> PENDING-LIST for the morning's list of actions awaiting
      *> approval, recording each
      *> step's outcome in NIGHT-RUN-CONTROL.DAT. Which steps a night
      *> owes comes from the business-day calendar in RUN-CALENDAR.DAT
      *> and the dates each step last met, kept on
      *> NIGHT-STEP-LASTRUN.DAT: a periodic step whose due date was
      *> missed - the cycle did not run that night, or the step was
      *> held - catches up on the next cycle. A step returning
      *> more than 4 stops the stream; the rerun picks up at the
      *> failed step instead of repeating the ones that completed, so
      *> a rerun never double-sends the MEMBERSHIP-ACK resend file.
      *> One page per night lands on NIGHT-CYCLE-REPORT.DAT with each
      *> step's status, return code and outcome counts, the counts
      *> taken from the end record each step writes to AUDIT.LOG, and
      *> the calendar's decision for every step.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-REPORT-FILE-STATUS.

           SELECT RUN-CALENDAR-FILE ASSIGN TO "RUN-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CALENDAR-FILE-STATUS.

           SELECT STEP-LASTRUN-FILE
               ASSIGN TO "NIGHT-STEP-LASTRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEP-LASTRUN-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
       FD  CYCLE-REPORT-FILE.
       01 CYCLE-REPORT-REC PIC X(100).

      *> The run calendar, kept by operations as a text file. The
      *> letter in column 1 says what the line holds:
      *>   W YYYYYNN           the working week, Monday to Sunday, Y
      *>                       for a business day (Monday-Friday when
      *>                       there is no W line)
      *>   H YYYYMMDD name     a holiday - no business on that date
      *>   S step-name f       a step's frequency: D daily, W weekly
      *>                       (last business day of the week), M
      *>                       month-end (last business day of the
      *>                       month), F first business day of the
      *>                       month, Q quarter-end (last business day
      *>                       of March, June, September, December)
      *> A line starting with * is a comment. The step name starts in
      *> column 3 and its frequency letter is in column 24. A step
      *> with no S line keeps its frequency from CYCLE-STEP-SPECS.
       FD  RUN-CALENDAR-FILE.
       01 RUN-CALENDAR-REC.
           02 RCL-TYPE PIC X(1).
           02 FILLER PIC X(1).
           02 RCL-DATA PIC X(58).
           02 RCL-WEEK REDEFINES RCL-DATA.
               03 RCL-WEEK-DAYS PIC X(7).
               03 RCL-WEEK-DAY-TABLE REDEFINES RCL-WEEK-DAYS.
                   04 RCL-WEEK-FLAG PIC X(1) OCCURS 7 TIMES.
               03 FILLER PIC X(51).
           02 RCL-HOLIDAY REDEFINES RCL-DATA.
               03 RCL-HOLIDAY-DATE PIC X(8).
               03 FILLER PIC X(1).
               03 RCL-HOLIDAY-NAME PIC X(30).
               03 FILLER PIC X(19).
           02 RCL-STEP REDEFINES RCL-DATA.
               03 RCL-STEP-NAME PIC X(20).
               03 FILLER PIC X(1).
               03 RCL-STEP-FREQUENCY PIC X(1).
               03 FILLER PIC X(36).

      *> One record per step, matched to the step table by name: the
      *> stream date up to which the step's due dates have been met,
      *> and the stream date the step last actually ran.
       FD  STEP-LASTRUN-FILE.
       01 STEP-LASTRUN-REC.
           02 NSL-STEP-NAME PIC X(20).
           02 NSL-DONE-THROUGH PIC 9(8).
           02 NSL-LAST-RUN PIC 9(8).

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(140).


       01 RUN-CONTROL-FILE-STATUS PIC XX VALUE "00".
       01 CYCLE-REPORT-FILE-STATUS PIC XX VALUE "00".
       01 RUN-CALENDAR-FILE-STATUS PIC XX VALUE "00".
       01 STEP-LASTRUN-FILE-STATUS PIC XX VALUE "00".

      *> Per step: the name to CALL, its default frequency (D daily,
      *> W weekly, M month-end, F first business day, Q quarter-end -
      *> RUN-CALENDAR.DAT can override it), and the audit source code
      *> its AUDIT.LOG end record carries, which is where the step's
      *> outcome counts for the cycle report come from.
       01 CYCLE-STEP-SPECS.
           02 FILLER PIC X(20) VALUE "PAIR-EDIT".
           02 FILLER PIC X(1) VALUE "D".
           02 FILLER PIC X(16) VALUE "PAIR-EDIT".
           02 FILLER PIC X(20) VALUE "AGE-CHECK-BATCH".
           02 FILLER PIC X(1) VALUE "D".
           02 FILLER PIC X(16) VALUE "CALC-BATCH".
           02 FILLER PIC X(20) VALUE "MEMBERSHIP-XREF".
           02 FILLER PIC X(1) VALUE "D".
           02 FILLER PIC X(16) VALUE "MEMBERSHIP-XREF".
           02 FILLER PIC X(20) VALUE "MEMBERSHIP-ACK".
           02 FILLER PIC X(1) VALUE "D".
           02 FILLER PIC X(16) VALUE "MEMBERSHIP-ACK".
           02 FILLER PIC X(20) VALUE "COUPLE-RECON".
           02 FILLER PIC X(1) VALUE "D".
           02 FILLER PIC X(16) VALUE "COUPLE-RECON".
           02 FILLER PIC X(20) VALUE "NOTIFY-LETTERS".
           02 FILLER PIC X(1) VALUE "D".
           02 FILLER PIC X(16) VALUE "NOTIFY-LETTERS".
           02 FILLER PIC X(20) VALUE "COUPLE-SNAPSHOT".
           02 FILLER PIC X(1) VALUE "D".
           02 FILLER PIC X(16) VALUE "COUPLE-SNAPSHOT".
           02 FILLER PIC X(20) VALUE "COUPLE-AGING".
           02 FILLER PIC X(1) VALUE "M".
           02 FILLER PIC X(16) VALUE "COUPLE-AGING".
           02 FILLER PIC X(20) VALUE "HOUSEKEEP".
           02 FILLER PIC X(1) VALUE "F".
           02 FILLER PIC X(16) VALUE "HOUSEKEEP".
           02 FILLER PIC X(20) VALUE "PERSON-PURGE".
           02 FILLER PIC X(1) VALUE "F".
           02 FILLER PIC X(16) VALUE "PERSON-PURGE".
           02 FILLER PIC X(20) VALUE "PENDING-LIST".
           02 FILLER PIC X(1) VALUE "D".
           02 FILLER PIC X(16) VALUE "PENDING-LIST".
       01 CYCLE-STEP-TABLE REDEFINES CYCLE-STEP-SPECS.
           02 CYCLE-STEP-ENTRY OCCURS 11 TIMES.
               03 CYS-PROGRAM-NAME PIC X(20).
               03 CYS-FREQUENCY PIC X(1).
               03 CYS-AUDIT-SOURCE PIC X(16).
       01 CYCLE-STEP-COUNT PIC 9(2) VALUE 11.

       01 CYCLE-STATUS-TABLE.
           02 CYCLE-STATUS-ENTRY OCCURS 11 TIMES.
               03 CYS-STATUS PIC X(4).
               03 CYS-RC PIC 9(2).
               03 CYS-COUNTS PIC X(40).
       01 CYCLE-PRIOR-TABLE.
           02 CYCLE-PRIOR-ENTRY OCCURS 11 TIMES.
               03 CYP-DONE PIC 9.
               03 CYP-RC PIC 9(2).
      *> Per step: the calendar's decision for this stream and the
      *> dates carried on NIGHT-STEP-LASTRUN.DAT.
       01 CYCLE-CALENDAR-TABLE.
           02 CYCLE-CALENDAR-ENTRY OCCURS 11 TIMES.
               03 CYC-DUE PIC 9.
               03 CYC-DONE-THROUGH PIC 9(8).
               03 CYC-LAST-RUN PIC 9(8).
               03 CYC-DECISION PIC X(60).

       01 CYCLE-STEP-NUM PIC 9(2) VALUE ZEROS.
       01 CYCLE-WRITE-NUM PIC 9(2) VALUE ZEROS.
           02 CYCLE-RUN-MONTH PIC 9(2).
           02 CYCLE-RUN-DAY PIC 9(2).
       01 CYCLE-STREAM-DATE PIC 9(8) VALUE ZEROS.
       01 CYCLE-RESUME-STEP PIC 9(2) VALUE ZEROS.
       01 CYCLE-STOPPED PIC 9 VALUE 0.
       01 CYCLE-EOF PIC 9 VALUE 0.
       01 CYCLE-PROGRAM-NAME PIC X(20) VALUE SPACES.
       01 CYCLE-MAX-RC PIC 9(2) VALUE ZEROS.

      *> The working week, Monday to Sunday, and the holidays that
      *> fall inside the window the calendar decisions can look at:
      *> a due date is searched for up to CYCLE-SEARCH-DAYS either
      *> side of the stream date, and judging it can look a month
      *> further, so only holidays within CYCLE-WINDOW-DAYS of the
      *> stream date are kept. The window holds 281 dates, so the
      *> holiday table cannot overflow.
       01 CYCLE-WEEK-SPECS PIC X(7) VALUE "YYYYYNN".
       01 CYCLE-WEEK-TABLE REDEFINES CYCLE-WEEK-SPECS.
           02 CYCLE-WEEK-FLAG PIC X(1) OCCURS 7 TIMES.
       01 CYCLE-DAY-NAMES.
           02 FILLER PIC X(9) VALUE "MONDAY".
           02 FILLER PIC X(9) VALUE "TUESDAY".
           02 FILLER PIC X(9) VALUE "WEDNESDAY".
           02 FILLER PIC X(9) VALUE "THURSDAY".
           02 FILLER PIC X(9) VALUE "FRIDAY".
           02 FILLER PIC X(9) VALUE "SATURDAY".
           02 FILLER PIC X(9) VALUE "SUNDAY".
       01 CYCLE-DAY-NAME-TABLE REDEFINES CYCLE-DAY-NAMES.
           02 CYCLE-DAY-NAME PIC X(9) OCCURS 7 TIMES.
       01 CYCLE-HOLIDAY-TABLE.
           02 CYCLE-HOLIDAY-INT PIC 9(7) OCCURS 281 TIMES.
       01 CYCLE-HOLIDAY-COUNT PIC 9(3) VALUE ZEROS.
       01 CYCLE-HOLIDAY-IDX PIC 9(3) VALUE ZEROS.
       01 CYCLE-HOLIDAY-HIT PIC 9 VALUE 0.
       01 CYCLE-SEARCH-DAYS PIC 9(3) VALUE 100.
       01 CYCLE-WINDOW-DAYS PIC 9(3) VALUE 140.
       01 CYCLE-WINDOW-LOW PIC 9(7) VALUE ZEROS.
       01 CYCLE-WINDOW-HIGH PIC 9(7) VALUE ZEROS.
       01 CYCLE-CALENDAR-FOUND PIC 9 VALUE 0.
       01 CYCLE-CALENDAR-REJECTS PIC 9(3) VALUE ZEROS.
       01 CYCLE-CAL-EOF PIC 9 VALUE 0.
       01 CYCLE-CAL-BAD PIC 9 VALUE 0.
       01 CYCLE-CAL-STEP PIC 9(2) VALUE ZEROS.
       01 CYCLE-STREAM-INT PIC 9(7) VALUE ZEROS.
       01 CYCLE-STREAM-WEEKDAY PIC 9 VALUE 0.
       01 CYCLE-STREAM-BUSINESS PIC 9 VALUE 0.
       01 CYCLE-STREAM-HOLIDAY PIC X(30) VALUE SPACES.

      *> Working fields for judging one candidate date against one
      *> step frequency.
       01 CYCLE-FREQUENCY PIC X(1) VALUE SPACES.
       01 CYCLE-FREQUENCY-NAME PIC X(13) VALUE SPACES.
       01 CYCLE-CAL-INT PIC 9(7) VALUE ZEROS.
       01 CYCLE-CAL-DUE PIC 9 VALUE 0.
       01 CYCLE-CAL-DATE PIC 9(8) VALUE ZEROS.
       01 CYCLE-CAL-DATE-SPLIT REDEFINES CYCLE-CAL-DATE.
           02 CYCLE-CAL-YEAR PIC 9(4).
           02 CYCLE-CAL-MONTH PIC 9(2).
           02 CYCLE-CAL-DAY PIC 9(2).
       01 CYCLE-MONTH-DATE PIC 9(8) VALUE ZEROS.
       01 CYCLE-MONTH-DATE-SPLIT REDEFINES CYCLE-MONTH-DATE.
           02 CYCLE-MONTH-YEAR PIC 9(4).
           02 CYCLE-MONTH-MONTH PIC 9(2).
           02 CYCLE-MONTH-DAY PIC 9(2).
       01 CYCLE-TEST-INT PIC 9(7) VALUE ZEROS.
       01 CYCLE-TEST-WEEKDAY PIC 9 VALUE 0.
       01 CYCLE-TEST-BUSINESS PIC 9 VALUE 0.
       01 CYCLE-PERIOD-FIRST-INT PIC 9(7) VALUE ZEROS.
       01 CYCLE-PERIOD-LAST-INT PIC 9(7) VALUE ZEROS.
       01 CYCLE-SEARCH-INT PIC 9(7) VALUE ZEROS.
       01 CYCLE-SEARCH-END-INT PIC 9(7) VALUE ZEROS.
       01 CYCLE-LAST-DUE-DATE PIC 9(8) VALUE ZEROS.
       01 CYCLE-NEXT-DUE-DATE PIC 9(8) VALUE ZEROS.

      *> Fixed-offset view of one AUDIT.LOG line, matching the layout
      *> AUDIT-SUMMARY reads, used to lift a step's outcome counts
      *> off its end record for the cycle report.
               DISPLAY "NIGHT CYCLE STARTING FRESH FOR "
                   CYCLE-STREAM-DATE "."
           END-IF.
           PERFORM LOAD-STEP-LASTRUN-PARA.
           PERFORM LOAD-RUN-CALENDAR-PARA.
           IF CYCLE-STREAM-BUSINESS = 1
               DISPLAY "STREAM " CYCLE-STREAM-DATE " IS A BUSINESS "
                   "DAY (" FUNCTION TRIM(CYCLE-DAY-NAME
                   (CYCLE-STREAM-WEEKDAY)) ")."
           ELSE
               DISPLAY "STREAM " CYCLE-STREAM-DATE " IS NOT A "
                   "BUSINESS DAY (" FUNCTION TRIM(CYCLE-DAY-NAME
                   (CYCLE-STREAM-WEEKDAY)) "). ONLY MISSED STEPS "
                   "CATCH UP."
           END-IF.
           MOVE "NIGHT-CYCLE" TO AUDIT-SOURCE.
           MOVE SPACES TO AUDIT-INPUTS.
           STRING "STREAM=" CYCLE-STREAM-DATE
           MOVE SPACES TO CYS-STATUS(CYCLE-STEP-NUM).
           MOVE 0 TO CYS-RC(CYCLE-STEP-NUM).
           MOVE SPACES TO CYS-COUNTS(CYCLE-STEP-NUM).
           PERFORM DECIDE-STEP-PARA.
           IF CYCLE-STOPPED = 1
               MOVE "HELD" TO CYS-STATUS(CYCLE-STEP-NUM)
           ELSE
                   *> the original outcome across reruns.
                   MOVE CYP-RC(CYCLE-STEP-NUM)
                       TO CYS-RC(CYCLE-STEP-NUM)
                   MOVE "DECIDED IN AN EARLIER RUN OF THIS STREAM"
                       TO CYC-DECISION(CYCLE-STEP-NUM)
               ELSE
                   *> Due dates are judged on the stream's date, not
                   *> the day the driver happens to execute - a
                   *> month-end stream rerun the next morning still
                   *> owes its month-end steps.
                   IF CYC-DUE(CYCLE-STEP-NUM) = 1
                       PERFORM CALL-STEP-PARA
                       IF CYS-STATUS(CYCLE-STEP-NUM) = "OK"
                           MOVE CYCLE-STREAM-DATE
                               TO CYC-DONE-THROUGH(CYCLE-STEP-NUM)
                           MOVE CYCLE-STREAM-DATE
                               TO CYC-LAST-RUN(CYCLE-STEP-NUM)
                       END-IF
                   ELSE
                       MOVE "SKIP" TO CYS-STATUS(CYCLE-STEP-NUM)
                   END-IF
               END-IF
           END-IF.
               MOVE CYS-RC(CYCLE-STEP-NUM) TO CYCLE-MAX-RC
           END-IF.
           PERFORM WRITE-RUN-CONTROL-PARA.
           PERFORM WRITE-STEP-LASTRUN-PARA.

       DECIDE-STEP-PARA.
      *> A step is owed on this stream when the most recent due date
      *> its frequency gives, on or before the stream date, has not
      *> been met yet - either it falls on the stream date itself or
      *> it was missed and the step catches up now. The first time a
      *> step is seen it has no history; nothing before the stream
      *> date is treated as owed and tracking starts from here.
           MOVE CYS-FREQUENCY(CYCLE-STEP-NUM) TO CYCLE-FREQUENCY.
           PERFORM FIND-LAST-DUE-PARA.
           PERFORM FIND-NEXT-DUE-PARA.
           MOVE 0 TO CYC-DUE(CYCLE-STEP-NUM).
           MOVE SPACES TO CYC-DECISION(CYCLE-STEP-NUM).
           EVALUATE TRUE
               WHEN CYCLE-LAST-DUE-DATE = CYCLE-STREAM-DATE
                   MOVE 1 TO CYC-DUE(CYCLE-STEP-NUM)
                   MOVE "DUE ON THE STREAM DATE"
                       TO CYC-DECISION(CYCLE-STEP-NUM)
               WHEN CYC-DONE-THROUGH(CYCLE-STEP-NUM) = 0
                   MOVE CYCLE-STREAM-DATE
                       TO CYC-DONE-THROUGH(CYCLE-STEP-NUM)
                   STRING "NOT DUE - NO HISTORY, TRACKING STARTS. "
                       "NEXT DUE " CYCLE-NEXT-DUE-DATE
                       DELIMITED BY SIZE
                       INTO CYC-DECISION(CYCLE-STEP-NUM)
               WHEN CYC-DONE-THROUGH(CYCLE-STEP-NUM)
                       < CYCLE-LAST-DUE-DATE
                   MOVE 1 TO CYC-DUE(CYCLE-STEP-NUM)
                   STRING "CATCH-UP - MISSED DUE DATE "
                       CYCLE-LAST-DUE-DATE
                       DELIMITED BY SIZE
                       INTO CYC-DECISION(CYCLE-STEP-NUM)
               WHEN OTHER
                   STRING "NOT DUE - LAST DUE " CYCLE-LAST-DUE-DATE
                       " MET. NEXT DUE " CYCLE-NEXT-DUE-DATE
                       DELIMITED BY SIZE
                       INTO CYC-DECISION(CYCLE-STEP-NUM)
           END-EVALUATE.

       FIND-LAST-DUE-PARA.
      *> The latest due date on or before the stream date, or zero
      *> if there is none within CYCLE-SEARCH-DAYS.
           MOVE 0 TO CYCLE-LAST-DUE-DATE.
           MOVE 0 TO CYCLE-CAL-DUE.
           COMPUTE CYCLE-SEARCH-END-INT =
               CYCLE-STREAM-INT - CYCLE-SEARCH-DAYS.
           PERFORM VARYING CYCLE-SEARCH-INT FROM CYCLE-STREAM-INT
                   BY -1
                   UNTIL CYCLE-SEARCH-INT < CYCLE-SEARCH-END-INT
                      OR CYCLE-CAL-DUE = 1
               MOVE CYCLE-SEARCH-INT TO CYCLE-CAL-INT
               PERFORM CHECK-DUE-DATE-PARA
               IF CYCLE-CAL-DUE = 1
                   MOVE CYCLE-CAL-DATE TO CYCLE-LAST-DUE-DATE
               END-IF
           END-PERFORM.

       FIND-NEXT-DUE-PARA.
      *> The first due date after the stream date, for the report,
      *> or zero if there is none within CYCLE-SEARCH-DAYS.
           MOVE 0 TO CYCLE-NEXT-DUE-DATE.
           MOVE 0 TO CYCLE-CAL-DUE.
           COMPUTE CYCLE-SEARCH-END-INT =
               CYCLE-STREAM-INT + CYCLE-SEARCH-DAYS.
           COMPUTE CYCLE-SEARCH-INT = CYCLE-STREAM-INT + 1.
           PERFORM UNTIL CYCLE-SEARCH-INT > CYCLE-SEARCH-END-INT
                   OR CYCLE-CAL-DUE = 1
               MOVE CYCLE-SEARCH-INT TO CYCLE-CAL-INT
               PERFORM CHECK-DUE-DATE-PARA
               IF CYCLE-CAL-DUE = 1
                   MOVE CYCLE-CAL-DATE TO CYCLE-NEXT-DUE-DATE
               END-IF
               ADD 1 TO CYCLE-SEARCH-INT
           END-PERFORM.

       CHECK-DUE-DATE-PARA.
      *> Is the date in CYCLE-CAL-INT a due date for CYCLE-FREQUENCY?
      *> It has to be a business day, and for the periodic
      *> frequencies no other business day may stand between it and
      *> the edge of its week, month or quarter.
           MOVE 0 TO CYCLE-CAL-DUE.
           COMPUTE CYCLE-CAL-DATE =
               FUNCTION DATE-OF-INTEGER(CYCLE-CAL-INT).
           MOVE CYCLE-CAL-INT TO CYCLE-TEST-INT.
           PERFORM CHECK-BUSINESS-DAY-PARA.
           IF CYCLE-TEST-BUSINESS = 1
               MOVE 1 TO CYCLE-CAL-DUE
               EVALUATE CYCLE-FREQUENCY
                   WHEN "W"
                       *> The rest of its Monday-Sunday week.
                       COMPUTE CYCLE-PERIOD-FIRST-INT =
                           CYCLE-CAL-INT + 1
                       COMPUTE CYCLE-PERIOD-LAST-INT =
                           CYCLE-CAL-INT + 7 - CYCLE-TEST-WEEKDAY
                       PERFORM CHECK-PERIOD-CLEAR-PARA
                   WHEN "M"
                       PERFORM SET-REST-OF-MONTH-PARA
                       PERFORM CHECK-PERIOD-CLEAR-PARA
                   WHEN "Q"
                       IF CYCLE-CAL-MONTH = 03 OR 06 OR 09 OR 12
                           PERFORM SET-REST-OF-MONTH-PARA
                           PERFORM CHECK-PERIOD-CLEAR-PARA
                       ELSE
                           MOVE 0 TO CYCLE-CAL-DUE
                       END-IF
                   WHEN "F"
                       *> The start of its month up to the day before.
                       MOVE CYCLE-CAL-DATE TO CYCLE-MONTH-DATE
                       MOVE 01 TO CYCLE-MONTH-DAY
                       COMPUTE CYCLE-PERIOD-FIRST-INT =
                           FUNCTION INTEGER-OF-DATE(CYCLE-MONTH-DATE)
                       COMPUTE CYCLE-PERIOD-LAST-INT =
                           CYCLE-CAL-INT - 1
                       PERFORM CHECK-PERIOD-CLEAR-PARA
               END-EVALUATE
           END-IF.

       SET-REST-OF-MONTH-PARA.
      *> From the day after CYCLE-CAL-INT to the end of its month.
           COMPUTE CYCLE-PERIOD-FIRST-INT = CYCLE-CAL-INT + 1.
           MOVE CYCLE-CAL-DATE TO CYCLE-MONTH-DATE.
           MOVE 01 TO CYCLE-MONTH-DAY.
           IF CYCLE-MONTH-MONTH = 12
               ADD 1 TO CYCLE-MONTH-YEAR
               MOVE 01 TO CYCLE-MONTH-MONTH
           ELSE
               ADD 1 TO CYCLE-MONTH-MONTH
           END-IF.
           COMPUTE CYCLE-PERIOD-LAST-INT =
               FUNCTION INTEGER-OF-DATE(CYCLE-MONTH-DATE) - 1.

       CHECK-PERIOD-CLEAR-PARA.
      *> Any business day from CYCLE-PERIOD-FIRST-INT through
      *> CYCLE-PERIOD-LAST-INT means the candidate is not the edge
      *> of its period.
           PERFORM VARYING CYCLE-TEST-INT FROM CYCLE-PERIOD-FIRST-INT
                   BY 1
                   UNTIL CYCLE-TEST-INT > CYCLE-PERIOD-LAST-INT
                      OR CYCLE-CAL-DUE = 0
               PERFORM CHECK-BUSINESS-DAY-PARA
               IF CYCLE-TEST-BUSINESS = 1
                   MOVE 0 TO CYCLE-CAL-DUE
               END-IF
           END-PERFORM.

       CHECK-BUSINESS-DAY-PARA.
      *> Day 1 of the integer calendar, 1601-01-01, was a Monday.
           COMPUTE CYCLE-TEST-WEEKDAY =
               FUNCTION MOD(CYCLE-TEST-INT - 1, 7) + 1.
           MOVE 0 TO CYCLE-TEST-BUSINESS.
           IF CYCLE-WEEK-FLAG(CYCLE-TEST-WEEKDAY) = "Y"
               PERFORM CHECK-HOLIDAY-PARA
               IF CYCLE-HOLIDAY-HIT = 0
                   MOVE 1 TO CYCLE-TEST-BUSINESS
               END-IF
           END-IF.

       CHECK-HOLIDAY-PARA.
           MOVE 0 TO CYCLE-HOLIDAY-HIT.
           PERFORM VARYING CYCLE-HOLIDAY-IDX FROM 1 BY 1
                   UNTIL CYCLE-HOLIDAY-IDX > CYCLE-HOLIDAY-COUNT
                      OR CYCLE-HOLIDAY-HIT = 1
               IF CYCLE-HOLIDAY-INT(CYCLE-HOLIDAY-IDX)
                       = CYCLE-TEST-INT
                   MOVE 1 TO CYCLE-HOLIDAY-HIT
               END-IF
           END-PERFORM.

       LOAD-RUN-CALENDAR-PARA.
      *> Read the calendar against the stream's date. Anything the
      *> driver cannot use is displayed, counted for the report and
      *> ignored rather than guessed at.
           COMPUTE CYCLE-STREAM-INT =
               FUNCTION INTEGER-OF-DATE(CYCLE-STREAM-DATE).
           COMPUTE CYCLE-WINDOW-LOW =
               CYCLE-STREAM-INT - CYCLE-WINDOW-DAYS.
           COMPUTE CYCLE-WINDOW-HIGH =
               CYCLE-STREAM-INT + CYCLE-WINDOW-DAYS.
           MOVE 0 TO CYCLE-HOLIDAY-COUNT.
           MOVE 0 TO CYCLE-CALENDAR-REJECTS.
           MOVE SPACES TO CYCLE-STREAM-HOLIDAY.
           MOVE 0 TO CYCLE-CAL-EOF.
           OPEN INPUT RUN-CALENDAR-FILE.
           IF RUN-CALENDAR-FILE-STATUS = "00"
               MOVE 1 TO CYCLE-CALENDAR-FOUND
               PERFORM UNTIL CYCLE-CAL-EOF = 1
                   READ RUN-CALENDAR-FILE
                       AT END
                           MOVE 1 TO CYCLE-CAL-EOF
                       NOT AT END
                           PERFORM NOTE-CALENDAR-REC-PARA
                   END-READ
               END-PERFORM
               CLOSE RUN-CALENDAR-FILE
           ELSE
               MOVE 0 TO CYCLE-CALENDAR-FOUND
               DISPLAY "RUN-CALENDAR.DAT NOT FOUND. USING A MONDAY-",
                   "FRIDAY WEEK, NO HOLIDAYS AND THE BUILT-IN STEP ",
                   "FREQUENCIES."
           END-IF.
           MOVE CYCLE-STREAM-INT TO CYCLE-TEST-INT.
           PERFORM CHECK-BUSINESS-DAY-PARA.
           MOVE CYCLE-TEST-WEEKDAY TO CYCLE-STREAM-WEEKDAY.
           MOVE CYCLE-TEST-BUSINESS TO CYCLE-STREAM-BUSINESS.

       NOTE-CALENDAR-REC-PARA.
           EVALUATE RCL-TYPE
               WHEN "W"
                   PERFORM NOTE-CALENDAR-WEEK-PARA
               WHEN "H"
                   PERFORM NOTE-CALENDAR-HOLIDAY-PARA
               WHEN "S"
                   PERFORM NOTE-CALENDAR-STEP-PARA
               WHEN "*"
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   PERFORM REJECT-CALENDAR-REC-PARA
           END-EVALUATE.

       NOTE-CALENDAR-WEEK-PARA.
      *> Every day must be Y or N, and a week with no business day
      *> at all would leave nothing ever due.
           MOVE 0 TO CYCLE-CAL-BAD.
           PERFORM VARYING CYCLE-TEST-WEEKDAY FROM 1 BY 1
                   UNTIL CYCLE-TEST-WEEKDAY > 7
               IF RCL-WEEK-FLAG(CYCLE-TEST-WEEKDAY) NOT = "Y"
                   AND RCL-WEEK-FLAG(CYCLE-TEST-WEEKDAY) NOT = "N"
                   MOVE 1 TO CYCLE-CAL-BAD
               END-IF
           END-PERFORM.
           IF RCL-WEEK-DAYS = "NNNNNNN"
               MOVE 1 TO CYCLE-CAL-BAD
           END-IF.
           IF CYCLE-CAL-BAD = 1
               PERFORM REJECT-CALENDAR-REC-PARA
           ELSE
               MOVE RCL-WEEK-DAYS TO CYCLE-WEEK-SPECS
           END-IF.

       NOTE-CALENDAR-HOLIDAY-PARA.
           MOVE 0 TO CYCLE-TEST-INT.
           IF RCL-HOLIDAY-DATE IS NUMERIC
               MOVE RCL-HOLIDAY-DATE TO CYCLE-CAL-DATE
               IF CYCLE-CAL-YEAR > 1600
                   AND CYCLE-CAL-MONTH >= 1 AND CYCLE-CAL-MONTH <= 12
                   AND CYCLE-CAL-DAY >= 1 AND CYCLE-CAL-DAY <= 31
                   COMPUTE CYCLE-TEST-INT =
                       FUNCTION INTEGER-OF-DATE(CYCLE-CAL-DATE)
               END-IF
           END-IF.
           IF CYCLE-TEST-INT = 0
               PERFORM REJECT-CALENDAR-REC-PARA
           ELSE
               IF CYCLE-TEST-INT >= CYCLE-WINDOW-LOW
                   AND CYCLE-TEST-INT <= CYCLE-WINDOW-HIGH
                   PERFORM CHECK-HOLIDAY-PARA
                   IF CYCLE-HOLIDAY-HIT = 0
                       ADD 1 TO CYCLE-HOLIDAY-COUNT
                       MOVE CYCLE-TEST-INT
                           TO CYCLE-HOLIDAY-INT(CYCLE-HOLIDAY-COUNT)
                   END-IF
                   IF CYCLE-TEST-INT = CYCLE-STREAM-INT
                       MOVE RCL-HOLIDAY-NAME TO CYCLE-STREAM-HOLIDAY
                       IF CYCLE-STREAM-HOLIDAY = SPACES
                           MOVE "HOLIDAY" TO CYCLE-STREAM-HOLIDAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       NOTE-CALENDAR-STEP-PARA.
           MOVE 0 TO CYCLE-CAL-STEP.
           PERFORM VARYING CYCLE-WRITE-NUM FROM 1 BY 1
                   UNTIL CYCLE-WRITE-NUM > CYCLE-STEP-COUNT
               IF CYS-PROGRAM-NAME(CYCLE-WRITE-NUM) = RCL-STEP-NAME
                   MOVE CYCLE-WRITE-NUM TO CYCLE-CAL-STEP
               END-IF
           END-PERFORM.
           IF CYCLE-CAL-STEP = 0
               PERFORM REJECT-CALENDAR-REC-PARA
           ELSE
               IF RCL-STEP-FREQUENCY = "D" OR "W" OR "M" OR "F"
                       OR "Q"
                   MOVE RCL-STEP-FREQUENCY
                       TO CYS-FREQUENCY(CYCLE-CAL-STEP)
               ELSE
                   PERFORM REJECT-CALENDAR-REC-PARA
               END-IF
           END-IF.

       REJECT-CALENDAR-REC-PARA.
           ADD 1 TO CYCLE-CALENDAR-REJECTS.
           DISPLAY "RUN-CALENDAR.DAT: IGNORING LINE "
               FUNCTION TRIM(RUN-CALENDAR-REC).

       LOAD-STEP-LASTRUN-PARA.
      *> No file yet just means no step has any calendar history.
           PERFORM VARYING CYCLE-STEP-NUM FROM 1 BY 1
                   UNTIL CYCLE-STEP-NUM > CYCLE-STEP-COUNT
               MOVE 0 TO CYC-DONE-THROUGH(CYCLE-STEP-NUM)
               MOVE 0 TO CYC-LAST-RUN(CYCLE-STEP-NUM)
           END-PERFORM.
           MOVE 0 TO CYCLE-EOF.
           OPEN INPUT STEP-LASTRUN-FILE.
           IF STEP-LASTRUN-FILE-STATUS = "00"
               PERFORM UNTIL CYCLE-EOF = 1
                   READ STEP-LASTRUN-FILE
                       AT END
                           MOVE 1 TO CYCLE-EOF
                       NOT AT END
                           PERFORM NOTE-STEP-LASTRUN-PARA
                   END-READ
               END-PERFORM
               CLOSE STEP-LASTRUN-FILE
           END-IF.

       NOTE-STEP-LASTRUN-PARA.
           PERFORM VARYING CYCLE-STEP-NUM FROM 1 BY 1
                   UNTIL CYCLE-STEP-NUM > CYCLE-STEP-COUNT
               IF CYS-PROGRAM-NAME(CYCLE-STEP-NUM) = NSL-STEP-NAME
                   IF NSL-DONE-THROUGH IS NUMERIC
                       MOVE NSL-DONE-THROUGH
                           TO CYC-DONE-THROUGH(CYCLE-STEP-NUM)
                   END-IF
                   IF NSL-LAST-RUN IS NUMERIC
                       MOVE NSL-LAST-RUN
                           TO CYC-LAST-RUN(CYCLE-STEP-NUM)
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-STEP-LASTRUN-PARA.
      *> Rewritten after every step along with the control file, so
      *> a step that completed is never owed again even if a later
      *> step brings the stream down.
           OPEN OUTPUT STEP-LASTRUN-FILE.
           IF STEP-LASTRUN-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT REWRITE NIGHT-STEP-LASTRUN.DAT. THE ",
                   "NEXT CYCLE MAY REPEAT A PERIODIC STEP."
           ELSE
               PERFORM VARYING CYCLE-WRITE-NUM FROM 1 BY 1
                       UNTIL CYCLE-WRITE-NUM > CYCLE-STEP-COUNT
                   MOVE CYS-PROGRAM-NAME(CYCLE-WRITE-NUM)
                       TO NSL-STEP-NAME
                   MOVE CYC-DONE-THROUGH(CYCLE-WRITE-NUM)
                       TO NSL-DONE-THROUGH
                   MOVE CYC-LAST-RUN(CYCLE-WRITE-NUM) TO NSL-LAST-RUN
                   WRITE STEP-LASTRUN-REC
               END-PERFORM
               CLOSE STEP-LASTRUN-FILE
           END-IF.

       CALL-STEP-PARA.
           MOVE CYS-PROGRAM-NAME(CYCLE-STEP-NUM)
                   " - STREAM OF " CYCLE-STREAM-DATE " ====="
                   DELIMITED BY SIZE INTO CYCLE-REPORT-REC
               WRITE CYCLE-REPORT-REC
               PERFORM WRITE-CALENDAR-HEADING-PARA
               MOVE SPACES TO CYCLE-REPORT-REC
               STRING "STEP PROGRAM              STATUS RC  "
                   "COUNTS" DELIMITED BY SIZE INTO CYCLE-REPORT-REC
               STRING "CYCLE RETURN CODE " CYCLE-MAX-RC
                   DELIMITED BY SIZE INTO CYCLE-REPORT-REC
               WRITE CYCLE-REPORT-REC
               MOVE SPACES TO CYCLE-REPORT-REC
               WRITE CYCLE-REPORT-REC
               MOVE SPACES TO CYCLE-REPORT-REC
               STRING "STEP PROGRAM              FREQUENCY     "
                   "CALENDAR DECISION"
                   DELIMITED BY SIZE INTO CYCLE-REPORT-REC
               WRITE CYCLE-REPORT-REC
               PERFORM VARYING CYCLE-STEP-NUM FROM 1 BY 1
                       UNTIL CYCLE-STEP-NUM > CYCLE-STEP-COUNT
                   PERFORM WRITE-DECISION-LINE-PARA
               END-PERFORM
               CLOSE CYCLE-REPORT-FILE
           END-IF.

               CYS-COUNTS(CYCLE-STEP-NUM)
               DELIMITED BY SIZE INTO CYCLE-REPORT-REC.
           WRITE CYCLE-REPORT-REC.

       WRITE-CALENDAR-HEADING-PARA.
           MOVE SPACES TO CYCLE-REPORT-REC.
           IF CYCLE-STREAM-BUSINESS = 1
               STRING "CALENDAR: " CYCLE-STREAM-DATE " "
                   DELIMITED BY SIZE
                   CYCLE-DAY-NAME(CYCLE-STREAM-WEEKDAY)
                   DELIMITED BY SPACE
                   " BUSINESS DAY" DELIMITED BY SIZE
                   INTO CYCLE-REPORT-REC
           ELSE
               IF CYCLE-STREAM-HOLIDAY NOT = SPACES
                   STRING "CALENDAR: " CYCLE-STREAM-DATE " "
                       DELIMITED BY SIZE
                       CYCLE-DAY-NAME(CYCLE-STREAM-WEEKDAY)
                       DELIMITED BY SPACE
                       " NOT A BUSINESS DAY - " CYCLE-STREAM-HOLIDAY
                       DELIMITED BY SIZE INTO CYCLE-REPORT-REC
               ELSE
                   STRING "CALENDAR: " CYCLE-STREAM-DATE " "
                       DELIMITED BY SIZE
                       CYCLE-DAY-NAME(CYCLE-STREAM-WEEKDAY)
                       DELIMITED BY SPACE
                       " NOT A BUSINESS DAY - NON-WORKING WEEKDAY"
                       DELIMITED BY SIZE INTO CYCLE-REPORT-REC
               END-IF
           END-IF.
           WRITE CYCLE-REPORT-REC.
           MOVE SPACES TO CYCLE-REPORT-REC.
           IF CYCLE-CALENDAR-FOUND = 1
               STRING "RUN-CALENDAR.DAT: WORKING WEEK "
                   CYCLE-WEEK-SPECS "  HOLIDAYS NEAR STREAM: "
                   CYCLE-HOLIDAY-COUNT "  LINES IGNORED: "
                   CYCLE-CALENDAR-REJECTS
                   DELIMITED BY SIZE INTO CYCLE-REPORT-REC
           ELSE
               STRING "RUN-CALENDAR.DAT NOT FOUND: MONDAY-FRIDAY "
                   "WEEK, NO HOLIDAYS, BUILT-IN STEP FREQUENCIES"
                   DELIMITED BY SIZE INTO CYCLE-REPORT-REC
           END-IF.
           WRITE CYCLE-REPORT-REC.

       WRITE-DECISION-LINE-PARA.
           EVALUATE CYS-FREQUENCY(CYCLE-STEP-NUM)
               WHEN "D"
                   MOVE "DAILY" TO CYCLE-FREQUENCY-NAME
               WHEN "W"
                   MOVE "WEEKLY" TO CYCLE-FREQUENCY-NAME
               WHEN "M"
                   MOVE "MONTH-END" TO CYCLE-FREQUENCY-NAME
               WHEN "F"
                   MOVE "FIRST-BUS-DAY" TO CYCLE-FREQUENCY-NAME
               WHEN "Q"
                   MOVE "QUARTER-END" TO CYCLE-FREQUENCY-NAME
           END-EVALUATE.
           MOVE SPACES TO CYCLE-REPORT-REC.
           STRING CYCLE-STEP-NUM "   "
               CYS-PROGRAM-NAME(CYCLE-STEP-NUM) " "
               CYCLE-FREQUENCY-NAME " "
               CYC-DECISION(CYCLE-STEP-NUM)
               DELIMITED BY SIZE INTO CYCLE-REPORT-REC.
           WRITE CYCLE-REPORT-REC.
