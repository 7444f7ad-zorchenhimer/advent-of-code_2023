       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY1-BUSDATE.

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

       DATA DIVISION.

       FILE SECTION.
       FD CALENDARFILE.
       01 CALENDAR-RECORD.
           05 CLD-DATE-X         PIC X(8).
           05 FILLER             PIC X(3).
           05 CLD-DAY-TYPE       PIC X(1).
           05 FILLER             PIC X(3).
           05 CLD-DESCRIPTION    PIC X(30).

       WORKING-STORAGE SECTION.
       01 CALENDAR-FILE-NAME PIC X(100) VALUE 'calendar.dat'.
       01 PARM-REQUEST.
           05 PARM-FUNCTION PIC X(4).
           05 PARM-STATUS   PIC X(2).
           05 PARM-KEYWORD  PIC X(30).
           05 PARM-VALUE    PIC X(100).
           05 PARM-SOURCE   PIC X(7).

       77 CLD-FS PIC X(2).
       77 CLD-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-CALENDAR VALUE "Y".
       77 CALENDAR-LOADED-SWITCH PIC X VALUE "N".
           88 CALENDAR-LOADED VALUE "Y".

       77 CALENDAR-LIMIT PIC 9(4) VALUE 1000.
       77 CALENDAR-COUNT PIC 9(4) VALUE ZERO.
       01 CALENDAR-TABLE.
           05 CALENDAR-ENTRY OCCURS 1000 TIMES
               INDEXED BY CAL-IDX.
               10 CT-DATE        PIC 9(8).
               10 CT-DAY-TYPE    PIC X(1).
               10 CT-DESCRIPTION PIC X(30).
       77 CALENDAR-REJECT-COUNT PIC 9(4) VALUE ZERO.

       77 WORK-DATE PIC 9(8) VALUE ZERO.
       77 WORK-INTEGER PIC 9(8) VALUE ZERO.
       77 END-INTEGER PIC 9(8) VALUE ZERO.
       77 WEEKDAY-NUM PIC 9 VALUE ZERO.
       77 DAYS-COUNTED PIC 9(5) VALUE ZERO.
       77 STEP-LIMIT-COUNT PIC 9(5) VALUE ZERO.
       77 WORK-DAY-TYPE PIC X(8) VALUE SPACES.
           88 WORK-BUSINESS-DAY VALUE "BUSINESS".
       01 WORK-DESCRIPTION PIC X(30) VALUE SPACES.
       77 ENTRY-FOUND-SWITCH PIC X VALUE "N".
           88 ENTRY-FOUND VALUE "Y".

       LINKAGE SECTION.
       01 CALENDAR-REQUEST.
           05 CAL-FUNCTION    PIC X(4).
           05 CAL-STATUS      PIC X(2).
           05 CAL-DATE-IN     PIC 9(8).
           05 CAL-DATE-OUT    PIC 9(8).
           05 CAL-DAY-COUNT   PIC 9(5).
           05 CAL-DAY-TYPE    PIC X(8).
           05 CAL-DESCRIPTION PIC X(30).

       PROCEDURE DIVISION USING CALENDAR-REQUEST.
           IF NOT CALENDAR-LOADED
               PERFORM LOAD-CALENDAR
           END-IF.
           MOVE "00" TO CAL-STATUS.
           MOVE CAL-DATE-IN TO WORK-DATE.
           PERFORM VALIDATE-WORK-DATE.
           IF CAL-STATUS = "00"
               EVALUATE CAL-FUNCTION
                   WHEN "TYPE"
                       PERFORM CLASSIFY-WORK-DATE
                       MOVE WORK-DAY-TYPE TO CAL-DAY-TYPE
                       MOVE WORK-DESCRIPTION TO CAL-DESCRIPTION
                   WHEN "CURR"
                       PERFORM FIND-CURRENT-BUSINESS-DAY
                   WHEN "PREV"
                       PERFORM FIND-PRIOR-BUSINESS-DAY
                   WHEN "NEXT"
                       PERFORM FIND-NEXT-BUSINESS-DAY
                   WHEN "BACK"
                       PERFORM COUNT-BACK-BUSINESS-DAYS
                   WHEN "DIFF"
                       PERFORM COUNT-BUSINESS-DAYS-BETWEEN
                   WHEN OTHER
                       DISPLAY "CALENDAR ERROR - BAD FUNCTION '"
                           CAL-FUNCTION "'"
                       MOVE "16" TO CAL-STATUS
               END-EVALUATE
           END-IF.
           GOBACK.

       LOAD-CALENDAR.
           MOVE ZERO TO CALENDAR-COUNT.
           MOVE ZERO TO CALENDAR-REJECT-COUNT.
           MOVE "GET" TO PARM-FUNCTION.
           MOVE "AOC_CALENDAR_FILE" TO PARM-KEYWORD.
           MOVE SPACES TO PARM-VALUE.
           CALL "AOC-DAY1-PARMLOAD" USING PARM-REQUEST.
           IF PARM-STATUS = "00"
               AND PARM-VALUE NOT = SPACES
               MOVE PARM-VALUE TO CALENDAR-FILE-NAME
           END-IF.

           MOVE "N" TO CLD-EOF-SWITCH.
           OPEN INPUT CALENDARFILE.
           EVALUATE CLD-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "WARNING - BUSINESS CALENDAR NOT FOUND, "
                       "WEEKENDS ONLY: " CALENDAR-FILE-NAME
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
                       PERFORM STORE-CALENDAR-ENTRY
                   END-IF
                   READ CALENDARFILE
                       AT END
                           SET END-OF-CALENDAR TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CALENDARFILE
               DISPLAY "BUSINESS CALENDAR ENTRIES LOADED: "
                   CALENDAR-COUNT
           END-IF.
           IF CALENDAR-REJECT-COUNT > 0
               DISPLAY "WARNING - " CALENDAR-REJECT-COUNT
                   " BUSINESS CALENDAR ENTRIES IGNORED"
           END-IF.
           SET CALENDAR-LOADED TO TRUE.

       STORE-CALENDAR-ENTRY.
           IF CLD-DATE-X NOT NUMERIC
               OR (CLD-DAY-TYPE NOT = "H"
                   AND CLD-DAY-TYPE NOT = "B")
               ADD 1 TO CALENDAR-REJECT-COUNT
           ELSE
               MOVE CLD-DATE-X TO WORK-DATE
               IF WORK-DATE < 16010101
                   OR FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE) NOT = 0
                   ADD 1 TO CALENDAR-REJECT-COUNT
               ELSE
                   IF CALENDAR-COUNT >= CALENDAR-LIMIT
                       ADD 1 TO CALENDAR-REJECT-COUNT
                   ELSE
                       ADD 1 TO CALENDAR-COUNT
                       MOVE WORK-DATE TO CT-DATE(CALENDAR-COUNT)
                       MOVE CLD-DAY-TYPE TO CT-DAY-TYPE(CALENDAR-COUNT)
                       MOVE CLD-DESCRIPTION
                           TO CT-DESCRIPTION(CALENDAR-COUNT)
                   END-IF
               END-IF
           END-IF.

       VALIDATE-WORK-DATE.
           IF WORK-DATE < 16010101
               DISPLAY "CALENDAR ERROR - INVALID DATE " WORK-DATE
               MOVE "16" TO CAL-STATUS
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE) NOT = 0
                   DISPLAY "CALENDAR ERROR - INVALID DATE " WORK-DATE
                   MOVE "16" TO CAL-STATUS
               END-IF
           END-IF.

       CLASSIFY-WORK-DATE.
           MOVE SPACES TO WORK-DESCRIPTION.
           MOVE "N" TO ENTRY-FOUND-SWITCH.
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > CALENDAR-COUNT
               OR ENTRY-FOUND
               IF CT-DATE(CAL-IDX) = WORK-DATE
                   SET ENTRY-FOUND TO TRUE
                   MOVE CT-DESCRIPTION(CAL-IDX) TO WORK-DESCRIPTION
                   IF CT-DAY-TYPE(CAL-IDX) = "H"
                       MOVE "HOLIDAY" TO WORK-DAY-TYPE
                   ELSE
                       MOVE "BUSINESS" TO WORK-DAY-TYPE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               COMPUTE WEEKDAY-NUM = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WORK-DATE) - 1, 7)
               IF WEEKDAY-NUM > 4
                   MOVE "WEEKEND" TO WORK-DAY-TYPE
               ELSE
                   MOVE "BUSINESS" TO WORK-DAY-TYPE
               END-IF
           END-IF.

       STEP-WORK-DATE-BACK.
           COMPUTE WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(WORK-DATE) - 1.
           COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(WORK-INTEGER).
           ADD 1 TO STEP-LIMIT-COUNT.

       STEP-WORK-DATE-FORWARD.
           COMPUTE WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(WORK-DATE) + 1.
           COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(WORK-INTEGER).
           ADD 1 TO STEP-LIMIT-COUNT.

       FIND-CURRENT-BUSINESS-DAY.
           MOVE ZERO TO STEP-LIMIT-COUNT.
           PERFORM CLASSIFY-WORK-DATE.
           PERFORM UNTIL WORK-BUSINESS-DAY
               OR STEP-LIMIT-COUNT > 366
               PERFORM STEP-WORK-DATE-BACK
               PERFORM CLASSIFY-WORK-DATE
           END-PERFORM.
           PERFORM RETURN-WORK-DATE.

       FIND-PRIOR-BUSINESS-DAY.
           MOVE ZERO TO STEP-LIMIT-COUNT.
           PERFORM STEP-WORK-DATE-BACK.
           PERFORM CLASSIFY-WORK-DATE.
           PERFORM UNTIL WORK-BUSINESS-DAY
               OR STEP-LIMIT-COUNT > 366
               PERFORM STEP-WORK-DATE-BACK
               PERFORM CLASSIFY-WORK-DATE
           END-PERFORM.
           PERFORM RETURN-WORK-DATE.

       FIND-NEXT-BUSINESS-DAY.
           MOVE ZERO TO STEP-LIMIT-COUNT.
           PERFORM STEP-WORK-DATE-FORWARD.
           PERFORM CLASSIFY-WORK-DATE.
           PERFORM UNTIL WORK-BUSINESS-DAY
               OR STEP-LIMIT-COUNT > 366
               PERFORM STEP-WORK-DATE-FORWARD
               PERFORM CLASSIFY-WORK-DATE
           END-PERFORM.
           PERFORM RETURN-WORK-DATE.

       COUNT-BACK-BUSINESS-DAYS.
           MOVE ZERO TO STEP-LIMIT-COUNT.
           MOVE ZERO TO DAYS-COUNTED.
           PERFORM UNTIL DAYS-COUNTED >= CAL-DAY-COUNT
               OR STEP-LIMIT-COUNT > 36600
               PERFORM STEP-WORK-DATE-BACK
               PERFORM CLASSIFY-WORK-DATE
               IF WORK-BUSINESS-DAY
                   ADD 1 TO DAYS-COUNTED
               END-IF
           END-PERFORM.
           PERFORM RETURN-WORK-DATE.

       COUNT-BUSINESS-DAYS-BETWEEN.
           MOVE ZERO TO CAL-DAY-COUNT.
           MOVE CAL-DATE-OUT TO WORK-DATE.
           PERFORM VALIDATE-WORK-DATE.
           IF CAL-STATUS = "00"
               COMPUTE END-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CAL-DATE-OUT)
               MOVE CAL-DATE-IN TO WORK-DATE
               MOVE ZERO TO STEP-LIMIT-COUNT
               MOVE ZERO TO DAYS-COUNTED
               PERFORM UNTIL FUNCTION INTEGER-OF-DATE(WORK-DATE)
                   >= END-INTEGER
                   OR STEP-LIMIT-COUNT > 36600
                   PERFORM STEP-WORK-DATE-FORWARD
                   PERFORM CLASSIFY-WORK-DATE
                   IF WORK-BUSINESS-DAY
                       ADD 1 TO DAYS-COUNTED
                   END-IF
               END-PERFORM
               MOVE DAYS-COUNTED TO CAL-DAY-COUNT
           END-IF.

       RETURN-WORK-DATE.
           IF STEP-LIMIT-COUNT > 36600
               OR (STEP-LIMIT-COUNT > 366
                   AND CAL-FUNCTION NOT = "BACK")
               DISPLAY "CALENDAR ERROR - NO BUSINESS DAY FOUND FROM "
                   CAL-DATE-IN
               MOVE "16" TO CAL-STATUS
           ELSE
               MOVE WORK-DATE TO CAL-DATE-OUT
               MOVE WORK-DAY-TYPE TO CAL-DAY-TYPE
           END-IF.
