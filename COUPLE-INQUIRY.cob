      *> the partner position, and browse couples whose employee name
      *> starts with an entered partial name, paging through the
      *> matches a screenful at a time.
      *> It also answers the point-in-time question from
      *> COUPLE-HISTORY.DAT: who was partnered with an employee on a
      *> given date, and whether the couple passed the age rule in
      *> PARAMFILE.DAT with their ages as of that date.

       ENVIRONMENT DIVISION.

               RECORD KEY IS CM-EMPLOYEE-ID
               FILE STATUS IS COUPLE-MASTER-FILE-STATUS.

           SELECT COUPLE-HISTORY-FILE ASSIGN TO "COUPLE-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS COUPLE-HISTORY-FILE-STATUS.

           SELECT AGE-RULE-PARM-FILE ASSIGN TO "PARAMFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-RULE-PARM-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
       FD  COUPLE-MASTER-FILE.
           COPY "COUPLE-REC.cpy".

       FD  COUPLE-HISTORY-FILE.
           COPY "COUPLE-HIST-REC.cpy".

       FD  AGE-RULE-PARM-FILE.
           COPY "AGE-RULE-PARM.cpy".

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(140).

       WORKING-STORAGE SECTION.

       01 COUPLE-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 COUPLE-HISTORY-FILE-STATUS PIC XX VALUE "00".
       01 AGE-RULE-PARM-FILE-STATUS PIC XX VALUE "00".

      *> Age rule defaults; PARAMFILE.DAT overrides them when valid.
       01 AGE-RULE-DIVISOR PIC 9 VALUE 2.
       01 AGE-RULE-OFFSET PIC 99 VALUE 7.
       01 AGE-RULE-DIVISOR-CANDIDATE PIC 9 VALUE 2.
       01 AGE-RULE-OFFSET-CANDIDATE PIC 99 VALUE 7.
       01 AGE-RULE-UPPER-CHECK PIC 9(4) VALUE ZEROS.

       01 INQ-SELECT-NUM PIC 9 VALUE 0.
       01 INQ-END PIC 9 VALUE 0.
      *> serve both menu options.
       01 INQ-SEARCH-KIND PIC 9 VALUE 0.

      *> Point-in-time lookup: the date asked about, what was found in
      *> force on it, and the ages and rule result as of that date.
       01 INQ-AS-OF-INPUT PIC X(8) VALUE SPACES.
       01 INQ-AS-OF-DATE PIC 9(8) VALUE ZEROS.
       01 INQ-AS-OF-SPLIT REDEFINES INQ-AS-OF-DATE.
           02 INQ-AS-OF-YEAR PIC 9(4).
           02 INQ-AS-OF-MONTH PIC 9(2).
           02 INQ-AS-OF-DAY PIC 9(2).
       01 INQ-HIST-FOUND PIC 9 VALUE 0.
       01 INQ-HIST-VERSIONS PIC 9(4) VALUE ZEROS.
       01 INQ-IN-FORCE PIC 9 VALUE 0.
       01 INQ-DOB-IN PIC 9(8) VALUE ZEROS.
       01 INQ-AGE-WORK PIC 9(4) VALUE ZEROS.
       01 INQ-AGE-OUT PIC 9(3) VALUE ZEROS.
       01 INQ-DOB-OK PIC 9 VALUE 0.
       01 INQ-DOBS-VALID PIC 9 VALUE 0.
       01 INQ-EMPLOYEE-AGE PIC 9(3) VALUE ZEROS.
       01 INQ-PARTNER-AGE PIC 9(3) VALUE ZEROS.
       01 INQ-AGE-OK PIC 9 VALUE 0.
       01 INQ-EMPLOYEE-RANGE.
           02 INQ-EMPLOYEE-LOWER PIC 9(3) VALUE ZEROS.
           02 INQ-EMPLOYEE-UPPER PIC 9(3) VALUE ZEROS.
       01 INQ-PARTNER-RANGE.
           02 INQ-PARTNER-LOWER PIC 9(3) VALUE ZEROS.
           02 INQ-PARTNER-UPPER PIC 9(3) VALUE ZEROS.

       01 AUDIT-WHO PIC X(20) VALUE SPACES.
       01 AUDIT-WHEN.
           02 AUDIT-WHEN-DATE PIC 9(8).
           MOVE "COUPLE-MASTER.DAT" TO AUDIT-INPUTS.
           MOVE "STARTED" TO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           PERFORM LOAD-AGE-RULE-PARM-PARA.
           PERFORM INQ-SELECTION-PARA UNTIL INQ-END = 1.
           MOVE "COUPLE-INQUIRY" TO AUDIT-SOURCE.
           MOVE "COUPLE-MASTER.DAT" TO AUDIT-INPUTS.
           DISPLAY "COUPLE MASTER INQUIRY".
           DISPLAY "1: FIND COUPLES BY PERSON ID (EITHER SIDE)".
           DISPLAY "2: BROWSE COUPLES BY PARTIAL EMPLOYEE NAME".
           DISPLAY "3: PARTNER OF AN EMPLOYEE ON A PAST DATE".
           DISPLAY "0: END INQUIRY".
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT INQ-SELECT-NUM.
                   PERFORM ID-SEARCH-PARA
               WHEN 2
                   PERFORM NAME-SEARCH-PARA
               WHEN 3
                   PERFORM AS-OF-SEARCH-PARA
               WHEN OTHER
                   MOVE 1 TO INQ-END
           END-EVALUATE.
               END-IF
           END-IF.

       AS-OF-SEARCH-PARA.
           DISPLAY "ENTER EMPLOYEE ID: " WITH NO ADVANCING.
           ACCEPT INQ-ID-INPUT.
           DISPLAY "ENTER DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT INQ-AS-OF-INPUT.
           MOVE ZEROS TO INQ-AS-OF-DATE.
           IF INQ-AS-OF-INPUT IS NUMERIC
               MOVE INQ-AS-OF-INPUT TO INQ-AS-OF-DATE
           END-IF.
           IF INQ-ID-INPUT = SPACES
               DISPLAY "EMPLOYEE ID MAY NOT BE BLANK."
           ELSE
               IF INQ-AS-OF-MONTH < 01 OR INQ-AS-OF-MONTH > 12
                   OR INQ-AS-OF-DAY < 01 OR INQ-AS-OF-DAY > 31
                   DISPLAY "PLEASE ENTER A FULL YYYYMMDD DATE."
               ELSE
                   ADD 1 TO INQ-SEARCHES-RUN
                   PERFORM SCAN-HISTORY-PARA
               END-IF
           END-IF.

       SCAN-HISTORY-PARA.
      *> Walks the employee's versions in order. A version is in
      *> force on the date when it started on or before it and ended
      *> after it. An employee with no history at all has never been
      *> changed since history began, so the master record, if any,
      *> is taken as in force since before history began.
           MOVE 0 TO INQ-HIST-FOUND.
           MOVE ZEROS TO INQ-HIST-VERSIONS.
           MOVE 0 TO INQ-EOF.
           OPEN INPUT COUPLE-HISTORY-FILE.
           IF COUPLE-HISTORY-FILE-STATUS = "00"
               MOVE INQ-ID-INPUT TO CH-EMPLOYEE-ID
               MOVE ZEROS TO CH-VERSION
               START COUPLE-HISTORY-FILE KEY IS >= CH-HIST-KEY
                   INVALID KEY
                       MOVE 1 TO INQ-EOF
               END-START
               PERFORM UNTIL INQ-EOF = 1
                   READ COUPLE-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO INQ-EOF
                       NOT AT END
                           IF CH-EMPLOYEE-ID NOT = INQ-ID-INPUT
                               MOVE 1 TO INQ-EOF
                           ELSE
                               ADD 1 TO INQ-HIST-VERSIONS
                               IF CH-START-DATE <= INQ-AS-OF-DATE
                                   AND CH-END-DATE > INQ-AS-OF-DATE
                                   MOVE 1 TO INQ-HIST-FOUND
                                   PERFORM SHOW-VERSION-PARA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COUPLE-HISTORY-FILE
           END-IF.
           IF INQ-HIST-VERSIONS = 0
               PERFORM CHECK-MASTER-AS-OF-PARA
           END-IF.
           IF INQ-HIST-FOUND = 0
               DISPLAY "EMPLOYEE-ID " INQ-ID-INPUT
                   " HAD NO PARTNER ON RECORD ON " INQ-AS-OF-DATE "."
               IF INQ-HIST-VERSIONS > 0
                   DISPLAY "VERSIONS ON HISTORY FOR THIS EMPLOYEE: "
                       INQ-HIST-VERSIONS
               END-IF
           END-IF.

       CHECK-MASTER-AS-OF-PARA.
           MOVE 0 TO INQ-EOF.
           OPEN INPUT COUPLE-MASTER-FILE.
           IF COUPLE-MASTER-FILE-STATUS = "00"
               PERFORM UNTIL INQ-EOF = 1
                   READ COUPLE-MASTER-FILE
                       AT END
                           MOVE 1 TO INQ-EOF
                       NOT AT END
                           IF CM-EMPLOYEE-ID >= INQ-ID-INPUT
                               MOVE 1 TO INQ-EOF
                           END-IF
                   END-READ
               END-PERFORM
               IF COUPLE-MASTER-FILE-STATUS = "00"
                   AND CM-EMPLOYEE-ID = INQ-ID-INPUT
                   MOVE 1 TO INQ-HIST-FOUND
                   MOVE SPACES TO COUPLE-HIST-REC
                   MOVE ZEROS TO CH-START-DATE
                   MOVE 99999999 TO CH-END-DATE
                   MOVE COUPLE-REC TO CH-COUPLE-IMAGE
                   PERFORM SHOW-VERSION-PARA
               END-IF
               CLOSE COUPLE-MASTER-FILE
           END-IF.

       SHOW-VERSION-PARA.
           DISPLAY "ON " INQ-AS-OF-DATE " EMPLOYEE " CH-IMG-EMPLOYEE-ID
               " " FUNCTION TRIM(CH-IMG-EMPLOYEE-NAME)
               " WAS PARTNERED WITH " CH-IMG-PARTNER-ID.
           IF CH-START-DATE = 0
               DISPLAY "  IN FORCE FROM: BEFORE HISTORY BEGAN"
           ELSE
               DISPLAY "  IN FORCE FROM: " CH-START-DATE " ("
                   FUNCTION TRIM(CH-START-ACTION) " BY "
                   FUNCTION TRIM(CH-STARTED-BY) " VIA "
                   FUNCTION TRIM(CH-START-SOURCE) ")"
           END-IF.
           IF CH-END-DATE = 99999999
               DISPLAY "  IN FORCE UNTIL: STILL CURRENT"
           ELSE
               DISPLAY "  IN FORCE UNTIL: " CH-END-DATE " ("
                   FUNCTION TRIM(CH-END-ACTION) " BY "
                   FUNCTION TRIM(CH-ENDED-BY) " VIA "
                   FUNCTION TRIM(CH-END-SOURCE) ")"
           END-IF.
           MOVE 1 TO INQ-DOBS-VALID.
           MOVE CH-IMG-EMPLOYEE-DOB TO INQ-DOB-IN.
           PERFORM DERIVE-AGE-AS-OF-PARA.
           MOVE INQ-AGE-OUT TO INQ-EMPLOYEE-AGE.
           MOVE CH-IMG-PARTNER-DOB TO INQ-DOB-IN.
           PERFORM DERIVE-AGE-AS-OF-PARA.
           MOVE INQ-AGE-OUT TO INQ-PARTNER-AGE.
           IF INQ-DOBS-VALID = 0
               DISPLAY "  BIRTH DATES NOT ON RECORD. RULE RESULT ",
                   "ON THAT DATE CANNOT BE DETERMINED."
           ELSE
               PERFORM CHECK-AS-OF-RULE-PARA
               IF INQ-AGE-OK = 1
                   DISPLAY "  AGES ON THAT DATE " INQ-EMPLOYEE-AGE
                       " AND " INQ-PARTNER-AGE ": PASSED THE RULE"
               ELSE
                   DISPLAY "  AGES ON THAT DATE " INQ-EMPLOYEE-AGE
                       " AND " INQ-PARTNER-AGE ": FAILED THE RULE"
               END-IF
               DISPLAY "  (RULE AS NOW SET: AGE / " AGE-RULE-DIVISOR
                   " + " AGE-RULE-OFFSET ")"
           END-IF.

       DERIVE-AGE-AS-OF-PARA.
           MOVE 0 TO INQ-DOB-OK.
           MOVE ZEROS TO INQ-AGE-OUT.
           IF INQ-DOB-IN IS NUMERIC
               IF INQ-DOB-IN > 0 AND INQ-DOB-IN < INQ-AS-OF-DATE
                   COMPUTE INQ-AGE-WORK =
                       (INQ-AS-OF-DATE - INQ-DOB-IN) / 10000
                   IF INQ-AGE-WORK <= 120
                       MOVE INQ-AGE-WORK TO INQ-AGE-OUT
                       MOVE 1 TO INQ-DOB-OK
                   END-IF
               END-IF
           END-IF.
           IF INQ-DOB-OK = 0
               MOVE 0 TO INQ-DOBS-VALID
           END-IF.

       CHECK-AS-OF-RULE-PARA.
           MOVE 0 TO INQ-AGE-OK.
           COMPUTE INQ-EMPLOYEE-LOWER ROUNDED =
               (INQ-EMPLOYEE-AGE / AGE-RULE-DIVISOR)
               + AGE-RULE-OFFSET.
           IF INQ-EMPLOYEE-AGE > AGE-RULE-OFFSET
               COMPUTE INQ-EMPLOYEE-UPPER ROUNDED =
                   (INQ-EMPLOYEE-AGE - AGE-RULE-OFFSET)
                   * AGE-RULE-DIVISOR
           ELSE
               MOVE ZEROS TO INQ-EMPLOYEE-UPPER
           END-IF.
           COMPUTE INQ-PARTNER-LOWER ROUNDED =
               (INQ-PARTNER-AGE / AGE-RULE-DIVISOR)
               + AGE-RULE-OFFSET.
           IF INQ-PARTNER-AGE > AGE-RULE-OFFSET
               COMPUTE INQ-PARTNER-UPPER ROUNDED =
                   (INQ-PARTNER-AGE - AGE-RULE-OFFSET)
                   * AGE-RULE-DIVISOR
           ELSE
               MOVE ZEROS TO INQ-PARTNER-UPPER
           END-IF.
           IF INQ-PARTNER-AGE >= INQ-EMPLOYEE-LOWER
               AND INQ-PARTNER-AGE <= INQ-EMPLOYEE-UPPER
               AND INQ-EMPLOYEE-AGE >= INQ-PARTNER-LOWER
               AND INQ-EMPLOYEE-AGE <= INQ-PARTNER-UPPER THEN
               MOVE 1 TO INQ-AGE-OK
           END-IF.

       LOAD-AGE-RULE-PARM-PARA.
           OPEN INPUT AGE-RULE-PARM-FILE.
           IF AGE-RULE-PARM-FILE-STATUS = "00" THEN
               READ AGE-RULE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AGE-RULE-DIVISOR
                           TO AGE-RULE-DIVISOR-CANDIDATE
                       MOVE AGE-RULE-OFFSET
                           TO AGE-RULE-OFFSET-CANDIDATE
                       IF ARP-DIVISOR NOT = ZERO THEN
                           MOVE ARP-DIVISOR
                               TO AGE-RULE-DIVISOR-CANDIDATE
                       END-IF
                       IF ARP-OFFSET < 14 THEN
                           MOVE ARP-OFFSET TO AGE-RULE-OFFSET-CANDIDATE
                       END-IF
                       COMPUTE AGE-RULE-UPPER-CHECK =
                           (120 - AGE-RULE-OFFSET-CANDIDATE)
                           * AGE-RULE-DIVISOR-CANDIDATE
                       IF AGE-RULE-UPPER-CHECK <= 999 THEN
                           MOVE AGE-RULE-DIVISOR-CANDIDATE
                               TO AGE-RULE-DIVISOR
                           MOVE AGE-RULE-OFFSET-CANDIDATE
                               TO AGE-RULE-OFFSET
                       END-IF
               END-READ
               CLOSE AGE-RULE-PARM-FILE
           END-IF.

       AUDIT-LOG-PARA.
           ACCEPT AUDIT-WHEN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-WHEN-TIME FROM TIME.
