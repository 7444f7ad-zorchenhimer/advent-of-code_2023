           88 ACK-MATCHED VALUE "Y".

       77 AGE-LIMIT-DAYS PIC 9(5) VALUE 1.
       77 AGE-BASIS PIC X(8) VALUE "CALENDAR".
           88 AGE-IN-CALENDAR-DAYS VALUE "CALENDAR".
           88 AGE-IN-BUSINESS-DAYS VALUE "BUSINESS".
       01 CALENDAR-REQUEST.
           05 CAL-FUNCTION    PIC X(4).
           05 CAL-STATUS      PIC X(2).
           05 CAL-DATE-IN     PIC 9(8).
           05 CAL-DATE-OUT    PIC 9(8).
           05 CAL-DAY-COUNT   PIC 9(5).
           05 CAL-DAY-TYPE    PIC X(8).
           05 CAL-DESCRIPTION PIC X(30).
       77 CURRENT-DATE-NUM PIC 9(8).
       77 CURRENT-INTEGER PIC 9(8) VALUE ZERO.
       77 FEED-INTEGER PIC 9(8) VALUE ZERO.
                   FUNCTION INTEGER-OF-DATE(FDL-RUN-DATE)
               COMPUTE FEED-AGE-DAYS =
                   CURRENT-INTEGER - FEED-INTEGER
               IF AGE-IN-BUSINESS-DAYS
                   AND FDL-RUN-DATE < CURRENT-DATE-NUM
                   MOVE "DIFF" TO CAL-FUNCTION
                   MOVE FDL-RUN-DATE TO CAL-DATE-IN
                   MOVE CURRENT-DATE-NUM TO CAL-DATE-OUT
                   PERFORM CALL-BUSINESS-CALENDAR
                   MOVE CAL-DAY-COUNT TO FEED-AGE-DAYS
               END-IF
           END-IF.
           IF FEED-AGE-DAYS > AGE-LIMIT-DAYS
               ADD 1 TO FEEDS-AGED
           MOVE AGE-LIMIT-DAYS TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_ACK_AGE_BASIS" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO AGE-BASIS
               IF NOT AGE-IN-CALENDAR-DAYS
                   AND NOT AGE-IN-BUSINESS-DAYS
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
           END-IF.
           MOVE AGE-BASIS TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_RUN_LOG_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
           MOVE RUN-LOG-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

       CALL-BUSINESS-CALENDAR.
           CALL "AOC-DAY1-BUSDATE" USING CALENDAR-REQUEST.
           IF CAL-STATUS NOT = "00"
               DISPLAY "ABEND - BUSINESS CALENDAR REQUEST "
                   CAL-FUNCTION " FAILED FOR " CAL-DATE-IN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-PARM-CARD.
           MOVE "LOAD" TO PARM-FUNCTION.
           CALL "AOC-DAY1-PARMLOAD" USING PARM-REQUEST.
