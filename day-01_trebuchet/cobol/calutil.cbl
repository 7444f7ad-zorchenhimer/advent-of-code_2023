       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY1-CALUTIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CALENDARFILE ASSIGN TO DYNAMIC CALENDAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS CLD-FS.

       SELECT HOLIDAYFILE ASSIGN TO DYNAMIC HOLIDAY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS HOL-FS.

       SELECT CALREPORTFILE ASSIGN TO DYNAMIC CALENDAR-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS CRP-FS.

       SELECT RUNLOGFILE ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS LOG-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CALENDARFILE.
       01 CALENDAR-RECORD.
           05 CLD-DATE-X         PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CLD-DAY-TYPE       PIC X(1).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CLD-DESCRIPTION    PIC X(30).

       FD HOLIDAYFILE.
       01 HOLIDAY-RECORD.
           05 HOL-DATE-X         PIC X(8).
           05 FILLER             PIC X(3).
           05 HOL-DAY-TYPE       PIC X(1).
           05 FILLER             PIC X(3).
           05 HOL-DESCRIPTION    PIC X(30).

       FD CALREPORTFILE.
       01 CALENDAR-DAY-RECORD.
           05 CRP-DATE           PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CRP-DAY-NAME       PIC X(9).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CRP-DAY-TYPE       PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CRP-DESCRIPTION    PIC X(30).
       01 CALENDAR-ACTION-RECORD.
           05 CAR-ACTION         PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CAR-DATE           PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CAR-DAY-TYPE       PIC X(1).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CAR-DESCRIPTION    PIC X(30).
       01 CALENDAR-TOTAL-RECORD.
           05 CTR-LABEL          PIC X(14).
           05 CTR-PERIOD         PIC 9(6).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CTR-BUSINESS-LABEL PIC X(14).
           05 CTR-BUSINESS-DAYS  PIC Z(3)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CTR-HOLIDAY-LABEL  PIC X(9).
           05 CTR-HOLIDAYS       PIC Z(3)9.
       01 CALENDAR-HEADER-RECORD.
           05 CRH-LABEL          PIC X(30).
           05 CRH-VALUE          PIC X(8).

       FD RUNLOGFILE.
       01 RUN-LOG-RECORD.
           05 LOG-RUN-DATE       PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 LOG-RUN-TIME       PIC 9(6).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LOG-PROGRAM-NAME   PIC X(18).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LOG-EVENT          PIC X(5).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LOG-RETURN-CODE    PIC 9(2).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LOG-RECORDS-READ   PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LOG-RECORDS-WRITTEN PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LOG-GATE-VERDICT   PIC X(8).

       WORKING-STORAGE SECTION.
       01 CALENDAR-FILE-NAME   PIC X(100) VALUE 'calendar.dat'.
       01 HOLIDAY-FILE-NAME    PIC X(100) VALUE 'holidays.txt'.
       01 CALENDAR-REPORT-NAME PIC X(100) VALUE 'calendar.txt'.
       01 RUN-LOG-FILE-NAME    PIC X(100) VALUE 'runlog.txt'.
       01 ENV-BUFFER           PIC X(100).
       01 PARM-REQUEST.
           05 PARM-FUNCTION PIC X(4).
           05 PARM-STATUS   PIC X(2).
           05 PARM-KEYWORD  PIC X(30).
           05 PARM-VALUE    PIC X(100).
           05 PARM-SOURCE   PIC X(7).
       77 PARM-SUPPLIED-SWITCH PIC X VALUE "N".
           88 PARM-SUPPLIED VALUE "Y".
       01 PARM-ECHO-VALUE PIC X(100) VALUE SPACES.
       77 NUMERIC-SWITCH PIC X VALUE "N".
           88 FIELD-IS-NUMERIC VALUE "Y".
       77 DIGIT-SEEN-SWITCH PIC X VALUE "N".
           88 DIGIT-SEEN VALUE "Y".
       77 DIGITS-ENDED-SWITCH PIC X VALUE "N".
           88 DIGITS-ENDED VALUE "Y".
       77 BAD-FIELD-SWITCH PIC X VALUE "N".
           88 BAD-FIELD VALUE "Y".
       01 NUMERIC-WORK PIC X(8).
       77 NUMERIC-IDX PIC 9(2).
       77 NUMERIC-DIGIT PIC 9.
       77 WORK-NUMBER PIC 9(8).

       01 CALENDAR-REQUEST.
           05 CAL-FUNCTION    PIC X(4).
           05 CAL-STATUS      PIC X(2).
           05 CAL-DATE-IN     PIC 9(8).
           05 CAL-DATE-OUT    PIC 9(8).
           05 CAL-DAY-COUNT   PIC 9(5).
           05 CAL-DAY-TYPE    PIC X(8).
           05 CAL-DESCRIPTION PIC X(30).

       77 CLD-FS PIC X(2).
       77 HOL-FS PIC X(2).
       77 CRP-FS PIC X(2).
       77 LOG-FS PIC X(2).
       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-CALUTIL".
       77 LOG-DATE-WORK PIC 9(8).
       77 LOG-TIME-WORK PIC 9(8).
       77 CLD-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-CALENDAR VALUE "Y".
       77 HOL-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-HOLIDAYS VALUE "Y".

       77 CALENDAR-ACTION PIC X(4) VALUE "LIST".
           88 LOAD-ACTION VALUE "LOAD".
           88 LIST-ACTION VALUE "LIST".
       77 CALENDAR-YEAR PIC 9(4) VALUE ZERO.

       77 CALENDAR-LIMIT PIC 9(4) VALUE 1000.
       77 CALENDAR-COUNT PIC 9(4) VALUE ZERO.
       01 CALENDAR-TABLE.
           05 CALENDAR-ENTRY OCCURS 1000 TIMES.
               10 CT-DATE        PIC 9(8).
               10 CT-DAY-TYPE    PIC X(1).
               10 CT-DESCRIPTION PIC X(30).
       77 INSERT-POS PIC 9(4) VALUE ZERO.
       77 MOVE-IDX PIC 9(4) VALUE ZERO.
       77 TABLE-IDX PIC 9(4) VALUE ZERO.
       77 ENTRY-MATCH-SWITCH PIC X VALUE "N".
           88 ENTRY-MATCHED VALUE "Y".

       77 NEW-DATE PIC 9(8) VALUE ZERO.
       77 NEW-DAY-TYPE PIC X(1) VALUE SPACE.
       01 NEW-DESCRIPTION PIC X(30) VALUE SPACES.
       77 ENTRY-ACTION PIC X(8) VALUE SPACES.

       77 RECORDS-READ PIC 9(8) VALUE ZERO.
       77 RECORDS-WRITTEN PIC 9(8) VALUE ZERO.
       77 ADDED-COUNT PIC 9(8) VALUE ZERO.
       77 REPLACED-COUNT PIC 9(8) VALUE ZERO.
       77 DELETED-COUNT PIC 9(8) VALUE ZERO.
       77 REJECTED-COUNT PIC 9(8) VALUE ZERO.

       77 LIST-DATE PIC 9(8) VALUE ZERO.
       77 LIST-INTEGER PIC 9(8) VALUE ZERO.
       77 LIST-END-INTEGER PIC 9(8) VALUE ZERO.
       77 LIST-MONTH PIC 9(6) VALUE ZERO.
       77 WEEKDAY-NUM PIC 9 VALUE ZERO.
       77 MONTH-BUSINESS-DAYS PIC 9(4) VALUE ZERO.
       77 MONTH-HOLIDAYS PIC 9(4) VALUE ZERO.
       77 YEAR-BUSINESS-DAYS PIC 9(4) VALUE ZERO.
       77 YEAR-HOLIDAYS PIC 9(4) VALUE ZERO.
       01 DAY-NAME-WORK PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-PARAMETERS.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM OPEN-REPORT-FILE.

           IF LOAD-ACTION
               PERFORM LOAD-HOLIDAYS
           ELSE
               PERFORM LIST-CALENDAR-YEAR
           END-IF.

           CLOSE CALREPORTFILE.
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       WRITE-RUN-LOG-START.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "START" TO LOG-EVENT.
           MOVE ZERO TO LOG-RETURN-CODE.
           MOVE ZERO TO LOG-RECORDS-READ.
           MOVE ZERO TO LOG-RECORDS-WRITTEN.
           MOVE SPACES TO LOG-GATE-VERDICT.
           PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE "END" TO LOG-EVENT.
           MOVE RETURN-CODE TO LOG-RETURN-CODE.
           MOVE RECORDS-READ TO LOG-RECORDS-READ.
           MOVE RECORDS-WRITTEN TO LOG-RECORDS-WRITTEN.
           MOVE CALENDAR-ACTION TO LOG-GATE-VERDICT.
           PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-RECORD.
           ACCEPT LOG-DATE-WORK FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME-WORK FROM TIME.
           MOVE LOG-DATE-WORK TO LOG-RUN-DATE.
           MOVE LOG-TIME-WORK(1:6) TO LOG-RUN-TIME.
           MOVE LOG-PROGRAM-ID TO LOG-PROGRAM-NAME.
           OPEN EXTEND RUNLOGFILE.
           IF LOG-FS = "35"
               OPEN OUTPUT RUNLOGFILE
           END-IF.
           IF LOG-FS NOT = "00"
               DISPLAY "WARNING - RUN LOG OPEN FAILED, FILE STATUS "
                   LOG-FS ": " RUN-LOG-FILE-NAME
           ELSE
               WRITE RUN-LOG-RECORD
               CLOSE RUNLOGFILE
           END-IF.

       OPEN-REPORT-FILE.
           OPEN OUTPUT CALREPORTFILE.
           IF CRP-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " CRP-FS
                   ": " CALENDAR-REPORT-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-HOLIDAYS.
           PERFORM LOAD-CALENDAR-TABLE.

           MOVE SPACES TO CALENDAR-HEADER-RECORD.
           MOVE "BUSINESS CALENDAR LOAD ON " TO CRH-LABEL.
           ACCEPT LOG-DATE-WORK FROM DATE YYYYMMDD.
           MOVE LOG-DATE-WORK TO CRH-VALUE.
           WRITE CALENDAR-HEADER-RECORD.
           DISPLAY "BUSINESS CALENDAR LOAD FROM " HOLIDAY-FILE-NAME.

           OPEN INPUT HOLIDAYFILE.
           EVALUATE HOL-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "ABEND - HOLIDAY LOAD FILE NOT FOUND: "
                       HOLIDAY-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " HOL-FS
                       ": " HOLIDAY-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE "N" TO HOL-EOF-SWITCH.
           READ HOLIDAYFILE
               AT END
                   SET END-OF-HOLIDAYS TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-HOLIDAYS
               IF HOLIDAY-RECORD NOT = SPACES
                   AND HOLIDAY-RECORD(1:1) NOT = "*"
                   ADD 1 TO RECORDS-READ
                   PERFORM APPLY-HOLIDAY-RECORD
               END-IF
               READ HOLIDAYFILE
                   AT END
                       SET END-OF-HOLIDAYS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE HOLIDAYFILE.

           PERFORM REWRITE-CALENDAR-FILE.

           DISPLAY "CALENDAR ENTRIES ADDED    " ADDED-COUNT.
           DISPLAY "CALENDAR ENTRIES REPLACED " REPLACED-COUNT.
           DISPLAY "CALENDAR ENTRIES DELETED  " DELETED-COUNT.
           DISPLAY "LOAD RECORDS REJECTED     " REJECTED-COUNT.
           DISPLAY "CALENDAR ENTRIES ON FILE  " CALENDAR-COUNT.

       LOAD-CALENDAR-TABLE.
           MOVE ZERO TO CALENDAR-COUNT.
           MOVE "N" TO CLD-EOF-SWITCH.
           OPEN INPUT CALENDARFILE.
           EVALUATE CLD-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "NEW BUSINESS CALENDAR: " CALENDAR-FILE-NAME
                   SET END-OF-CALENDAR TO TRUE
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " CLD-FS
                       ": " CALENDAR-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF NOT END-OF-CALENDAR
               READ CALENDARFILE
                   AT END
                       SET END-OF-CALENDAR TO TRUE
               END-READ
               PERFORM UNTIL END-OF-CALENDAR
                   IF CALENDAR-RECORD NOT = SPACES
                       AND CALENDAR-RECORD(1:1) NOT = "*"
                       AND CLD-DATE-X NUMERIC
                       MOVE CLD-DATE-X TO NEW-DATE
                       MOVE CLD-DAY-TYPE TO NEW-DAY-TYPE
                       MOVE CLD-DESCRIPTION TO NEW-DESCRIPTION
                       PERFORM STORE-CALENDAR-ENTRY
                   END-IF
                   READ CALENDARFILE
                       AT END
                           SET END-OF-CALENDAR TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CALENDARFILE
           END-IF.
           DISPLAY "CALENDAR ENTRIES BEFORE LOAD " CALENDAR-COUNT.

       APPLY-HOLIDAY-RECORD.
           MOVE SPACES TO ENTRY-ACTION.
           IF HOL-DATE-X NOT NUMERIC
               MOVE "REJECTED" TO ENTRY-ACTION
           ELSE
               MOVE HOL-DATE-X TO NEW-DATE
               IF NEW-DATE < 16010101
                   OR FUNCTION TEST-DATE-YYYYMMDD(NEW-DATE) NOT = 0
                   MOVE "REJECTED" TO ENTRY-ACTION
               END-IF
           END-IF.
           IF ENTRY-ACTION = SPACES
               MOVE HOL-DAY-TYPE TO NEW-DAY-TYPE
               MOVE HOL-DESCRIPTION TO NEW-DESCRIPTION
               EVALUATE HOL-DAY-TYPE
                   WHEN "H"
                   WHEN "B"
                       PERFORM STORE-CALENDAR-ENTRY
                   WHEN "D"
                       PERFORM REMOVE-CALENDAR-ENTRY
                   WHEN OTHER
                       MOVE "REJECTED" TO ENTRY-ACTION
               END-EVALUATE
           END-IF.
           EVALUATE ENTRY-ACTION
               WHEN "ADDED"
                   ADD 1 TO ADDED-COUNT
               WHEN "REPLACED"
                   ADD 1 TO REPLACED-COUNT
               WHEN "DELETED"
                   ADD 1 TO DELETED-COUNT
               WHEN OTHER
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY "CALENDAR LOAD RECORD " ENTRY-ACTION ": "
                       HOLIDAY-RECORD
           END-EVALUATE.
           MOVE SPACES TO CALENDAR-ACTION-RECORD.
           MOVE ENTRY-ACTION TO CAR-ACTION.
           MOVE HOL-DATE-X TO CAR-DATE.
           MOVE HOL-DAY-TYPE TO CAR-DAY-TYPE.
           MOVE HOL-DESCRIPTION TO CAR-DESCRIPTION.
           WRITE CALENDAR-ACTION-RECORD.

       FIND-INSERT-POSITION.
           MOVE "N" TO ENTRY-MATCH-SWITCH.
           COMPUTE INSERT-POS = CALENDAR-COUNT + 1.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
               UNTIL TABLE-IDX > CALENDAR-COUNT
               OR INSERT-POS <= CALENDAR-COUNT
               IF CT-DATE(TABLE-IDX) >= NEW-DATE
                   MOVE TABLE-IDX TO INSERT-POS
                   IF CT-DATE(TABLE-IDX) = NEW-DATE
                       SET ENTRY-MATCHED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       STORE-CALENDAR-ENTRY.
           PERFORM FIND-INSERT-POSITION.
           IF ENTRY-MATCHED
               MOVE "REPLACED" TO ENTRY-ACTION
           ELSE
               IF CALENDAR-COUNT >= CALENDAR-LIMIT
                   MOVE "TBL FULL" TO ENTRY-ACTION
               ELSE
                   MOVE "ADDED" TO ENTRY-ACTION
                   PERFORM VARYING MOVE-IDX FROM CALENDAR-COUNT BY -1
                       UNTIL MOVE-IDX < INSERT-POS
                       MOVE CALENDAR-ENTRY(MOVE-IDX)
                           TO CALENDAR-ENTRY(MOVE-IDX + 1)
                   END-PERFORM
                   ADD 1 TO CALENDAR-COUNT
               END-IF
           END-IF.
           IF ENTRY-ACTION NOT = "TBL FULL"
               MOVE NEW-DATE TO CT-DATE(INSERT-POS)
               MOVE NEW-DAY-TYPE TO CT-DAY-TYPE(INSERT-POS)
               MOVE NEW-DESCRIPTION TO CT-DESCRIPTION(INSERT-POS)
           END-IF.

       REMOVE-CALENDAR-ENTRY.
           PERFORM FIND-INSERT-POSITION.
           IF ENTRY-MATCHED
               MOVE "DELETED" TO ENTRY-ACTION
               PERFORM VARYING MOVE-IDX FROM INSERT-POS BY 1
                   UNTIL MOVE-IDX >= CALENDAR-COUNT
                   MOVE CALENDAR-ENTRY(MOVE-IDX + 1)
                       TO CALENDAR-ENTRY(MOVE-IDX)
               END-PERFORM
               SUBTRACT 1 FROM CALENDAR-COUNT
           ELSE
               MOVE "NOTFOUND" TO ENTRY-ACTION
           END-IF.

       REWRITE-CALENDAR-FILE.
           OPEN OUTPUT CALENDARFILE.
           IF CLD-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " CLD-FS
                   ": " CALENDAR-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
               UNTIL TABLE-IDX > CALENDAR-COUNT
               MOVE SPACES TO CALENDAR-RECORD
               MOVE CT-DATE(TABLE-IDX) TO CLD-DATE-X
               MOVE CT-DAY-TYPE(TABLE-IDX) TO CLD-DAY-TYPE
               MOVE CT-DESCRIPTION(TABLE-IDX) TO CLD-DESCRIPTION
               WRITE CALENDAR-RECORD
               ADD 1 TO RECORDS-WRITTEN
           END-PERFORM.
           CLOSE CALENDARFILE.

       LIST-CALENDAR-YEAR.
           MOVE SPACES TO CALENDAR-HEADER-RECORD.
           MOVE "BUSINESS CALENDAR FOR YEAR " TO CRH-LABEL.
           MOVE CALENDAR-YEAR TO CRH-VALUE.
           WRITE CALENDAR-HEADER-RECORD.
           DISPLAY "BUSINESS CALENDAR FOR YEAR " CALENDAR-YEAR.

           COMPUTE LIST-DATE = CALENDAR-YEAR * 10000 + 101.
           COMPUTE LIST-INTEGER = FUNCTION INTEGER-OF-DATE(LIST-DATE).
           COMPUTE LIST-END-INTEGER = FUNCTION INTEGER-OF-DATE(
               CALENDAR-YEAR * 10000 + 1231).
           MOVE LIST-DATE(1:6) TO LIST-MONTH.
           PERFORM UNTIL LIST-INTEGER > LIST-END-INTEGER
               COMPUTE LIST-DATE =
                   FUNCTION DATE-OF-INTEGER(LIST-INTEGER)
               IF LIST-DATE(1:6) NOT = LIST-MONTH
                   PERFORM WRITE-MONTH-TOTAL
                   MOVE LIST-DATE(1:6) TO LIST-MONTH
               END-IF
               PERFORM LIST-ONE-DAY
               ADD 1 TO LIST-INTEGER
           END-PERFORM.
           PERFORM WRITE-MONTH-TOTAL.

           MOVE SPACES TO CALENDAR-TOTAL-RECORD.
           MOVE "YEAR TOTAL    " TO CTR-LABEL.
           COMPUTE CTR-PERIOD = CALENDAR-YEAR * 100.
           MOVE "BUSINESS DAYS " TO CTR-BUSINESS-LABEL.
           MOVE YEAR-BUSINESS-DAYS TO CTR-BUSINESS-DAYS.
           MOVE "HOLIDAYS " TO CTR-HOLIDAY-LABEL.
           MOVE YEAR-HOLIDAYS TO CTR-HOLIDAYS.
           WRITE CALENDAR-TOTAL-RECORD.
           ADD 1 TO RECORDS-WRITTEN.
           DISPLAY "BUSINESS DAYS IN " CALENDAR-YEAR " "
               YEAR-BUSINESS-DAYS " HOLIDAYS " YEAR-HOLIDAYS.

       LIST-ONE-DAY.
           MOVE "TYPE" TO CAL-FUNCTION.
           MOVE LIST-DATE TO CAL-DATE-IN.
           CALL "AOC-DAY1-BUSDATE" USING CALENDAR-REQUEST.
           IF CAL-STATUS NOT = "00"
               DISPLAY "ABEND - BUSINESS CALENDAR REQUEST "
                   CAL-FUNCTION " FAILED FOR " CAL-DATE-IN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO RECORDS-READ.
           COMPUTE WEEKDAY-NUM = FUNCTION MOD(LIST-INTEGER - 1, 7).
           EVALUATE WEEKDAY-NUM
               WHEN 0
                   MOVE "MONDAY" TO DAY-NAME-WORK
               WHEN 1
                   MOVE "TUESDAY" TO DAY-NAME-WORK
               WHEN 2
                   MOVE "WEDNESDAY" TO DAY-NAME-WORK
               WHEN 3
                   MOVE "THURSDAY" TO DAY-NAME-WORK
               WHEN 4
                   MOVE "FRIDAY" TO DAY-NAME-WORK
               WHEN 5
                   MOVE "SATURDAY" TO DAY-NAME-WORK
               WHEN OTHER
                   MOVE "SUNDAY" TO DAY-NAME-WORK
           END-EVALUATE.
           EVALUATE CAL-DAY-TYPE
               WHEN "BUSINESS"
                   ADD 1 TO MONTH-BUSINESS-DAYS
                   ADD 1 TO YEAR-BUSINESS-DAYS
               WHEN "HOLIDAY"
                   ADD 1 TO MONTH-HOLIDAYS
                   ADD 1 TO YEAR-HOLIDAYS
           END-EVALUATE.
           MOVE SPACES TO CALENDAR-DAY-RECORD.
           MOVE LIST-DATE TO CRP-DATE.
           MOVE DAY-NAME-WORK TO CRP-DAY-NAME.
           MOVE CAL-DAY-TYPE TO CRP-DAY-TYPE.
           MOVE CAL-DESCRIPTION TO CRP-DESCRIPTION.
           WRITE CALENDAR-DAY-RECORD.
           ADD 1 TO RECORDS-WRITTEN.

       WRITE-MONTH-TOTAL.
           MOVE SPACES TO CALENDAR-TOTAL-RECORD.
           MOVE "MONTH TOTAL   " TO CTR-LABEL.
           MOVE LIST-MONTH TO CTR-PERIOD.
           MOVE "BUSINESS DAYS " TO CTR-BUSINESS-LABEL.
           MOVE MONTH-BUSINESS-DAYS TO CTR-BUSINESS-DAYS.
           MOVE "HOLIDAYS " TO CTR-HOLIDAY-LABEL.
           MOVE MONTH-HOLIDAYS TO CTR-HOLIDAYS.
           WRITE CALENDAR-TOTAL-RECORD.
           ADD 1 TO RECORDS-WRITTEN.
           MOVE ZERO TO MONTH-BUSINESS-DAYS.
           MOVE ZERO TO MONTH-HOLIDAYS.

       GET-RUN-PARAMETERS.
           PERFORM LOAD-PARM-CARD.

           MOVE "AOC_CALENDAR_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO CALENDAR-FILE-NAME
           END-IF.
           MOVE CALENDAR-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_CALENDAR_ACTION" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO CALENDAR-ACTION
               IF NOT LOAD-ACTION
                   AND NOT LIST-ACTION
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
           END-IF.
           MOVE CALENDAR-ACTION TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_HOLIDAY_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO HOLIDAY-FILE-NAME
           END-IF.
           MOVE HOLIDAY-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_CALENDAR_REPORT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO CALENDAR-REPORT-NAME
           END-IF.
           MOVE CALENDAR-REPORT-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           ACCEPT LOG-DATE-WORK FROM DATE YYYYMMDD.
           MOVE LOG-DATE-WORK(1:4) TO CALENDAR-YEAR.
           MOVE "AOC_CALENDAR_YEAR" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:8) TO NUMERIC-WORK
               PERFORM VALIDATE-NUMERIC-WORK
               IF NOT FIELD-IS-NUMERIC
                   OR WORK-NUMBER < 1601
                   OR WORK-NUMBER > 9999
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
               MOVE WORK-NUMBER TO CALENDAR-YEAR
           END-IF.
           MOVE CALENDAR-YEAR TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_RUN_LOG_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO RUN-LOG-FILE-NAME
           END-IF.
           MOVE RUN-LOG-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

       LOAD-PARM-CARD.
           MOVE "LOAD" TO PARM-FUNCTION.
           CALL "AOC-DAY1-PARMLOAD" USING PARM-REQUEST.
           IF PARM-STATUS NOT = "00"
               DISPLAY "ABEND - PARAMETER CARD VALIDATION FAILED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       GET-ONE-PARM.
           MOVE "GET" TO PARM-FUNCTION.
           MOVE SPACES TO PARM-VALUE.
           CALL "AOC-DAY1-PARMLOAD" USING PARM-REQUEST.
           MOVE "N" TO PARM-SUPPLIED-SWITCH.
           IF PARM-STATUS = "00"
               AND PARM-VALUE NOT = SPACES
               MOVE "Y" TO PARM-SUPPLIED-SWITCH
           END-IF.

       ECHO-PARM.
           DISPLAY "PARM " PARM-KEYWORD " = " PARM-ECHO-VALUE
               " (" PARM-SOURCE ")".
           MOVE SPACES TO PARM-ECHO-VALUE.

       ABEND-BAD-PARM-VALUE.
           DISPLAY "ABEND - INVALID VALUE FOR " PARM-KEYWORD
               ": " PARM-VALUE(1:20).
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       VALIDATE-NUMERIC-WORK.
           MOVE "N" TO NUMERIC-SWITCH.
           MOVE "N" TO DIGIT-SEEN-SWITCH.
           MOVE "N" TO DIGITS-ENDED-SWITCH.
           MOVE "N" TO BAD-FIELD-SWITCH.
           MOVE ZERO TO WORK-NUMBER.
           PERFORM VARYING NUMERIC-IDX FROM 1 BY 1
               UNTIL NUMERIC-IDX > 8
               OR BAD-FIELD
               EVALUATE TRUE
                   WHEN NUMERIC-WORK(NUMERIC-IDX:1) = SPACE
                       AND NOT DIGIT-SEEN
                       CONTINUE
                   WHEN NUMERIC-WORK(NUMERIC-IDX:1) = SPACE
                       SET DIGITS-ENDED TO TRUE
                   WHEN NUMERIC-WORK(NUMERIC-IDX:1) >= "0"
                       AND NUMERIC-WORK(NUMERIC-IDX:1) <= "9"
                       AND DIGITS-ENDED
                       SET BAD-FIELD TO TRUE
                   WHEN NUMERIC-WORK(NUMERIC-IDX:1) >= "0"
                       AND NUMERIC-WORK(NUMERIC-IDX:1) <= "9"
                       SET DIGIT-SEEN TO TRUE
                       MOVE NUMERIC-WORK(NUMERIC-IDX:1)
                           TO NUMERIC-DIGIT
                       COMPUTE WORK-NUMBER =
                           WORK-NUMBER * 10 + NUMERIC-DIGIT
                   WHEN OTHER
                       SET BAD-FIELD TO TRUE
               END-EVALUATE
           END-PERFORM.
           IF DIGIT-SEEN
               AND NOT BAD-FIELD
               MOVE "Y" TO NUMERIC-SWITCH
           END-IF.
