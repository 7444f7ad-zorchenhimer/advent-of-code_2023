       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY1-EXCAGING.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EXCCASEFILE ASSIGN TO DYNAMIC CASE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EC-CASE-KEY
               FILE STATUS IS EC-FS.

       SELECT CASEAGINGFILE ASSIGN TO DYNAMIC CASE-AGING-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS CAG-FS.

       SELECT RUNLOGFILE ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS LOG-FS.

       DATA DIVISION.

       FILE SECTION.
       FD EXCCASEFILE.
       01 EXCEPTION-CASE-RECORD.
           05 EC-CASE-KEY.
               10 EC-FILE-NAME   PIC X(100).
               10 EC-LINE-NUM    PIC 9(8).
           05 EC-STATUS          PIC X(11).
               88 EC-OPEN        VALUE "OPEN".
               88 EC-ASSIGNED    VALUE "ASSIGNED".
               88 EC-CORRECTED   VALUE "CORRECTED".
               88 EC-WRITTEN-OFF VALUE "WRITTEN-OFF".
           05 EC-ANALYST         PIC X(8).
           05 EC-OPENED-DATE     PIC 9(8).
           05 EC-CYCLE-DATE      PIC 9(8).
           05 EC-LAST-ACTION-DATE PIC 9(8).
           05 EC-LAST-ACTION     PIC X(11).
           05 EC-EXCEPTION-TEXT  PIC X(60).
           05 EC-RESOLUTION-NOTE PIC X(60).

       FD CASEAGINGFILE.
       01 CASE-AGING-RECORD.
           05 CAG-STATUS         PIC X(11).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CAG-ANALYST        PIC X(10).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CAG-OPENED-DATE    PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CAG-AGE-DAYS       PIC Z(4)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CAG-BUCKET         PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CAG-FLAG           PIC X(7).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CAG-LINE-NUM       PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CAG-FILE-NAME      PIC X(100).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CAG-NOTE           PIC X(60).
       01 CASE-AGING-SUMMARY.
           05 CAS-ANALYST        PIC X(10).
           05 CAS-BUCKET OCCURS 5 TIMES.
               10 FILLER         PIC X(3).
               10 CAS-BUCKET-COUNT PIC Z(7)9.
           05 FILLER             PIC X(3).
           05 CAS-TOTAL          PIC Z(7)9.
           05 FILLER             PIC X(3).
           05 CAS-OLDEST-DAYS    PIC Z(5)9.
       01 CASE-AGING-COLUMNS.
           05 CAC-ANALYST        PIC X(10).
           05 CAC-BUCKET OCCURS 5 TIMES.
               10 FILLER         PIC X(3).
               10 CAC-BUCKET-LABEL PIC X(8).
           05 FILLER             PIC X(3).
           05 CAC-TOTAL-LABEL    PIC X(8).
           05 FILLER             PIC X(3).
           05 CAC-OLDEST-LABEL   PIC X(6).
       01 CASE-AGING-HEADER.
           05 CAH-LABEL          PIC X(30).
           05 CAH-VALUE          PIC X(8).
       01 CASE-AGING-TOTAL.
           05 CAT-LABEL          PIC X(30).
           05 CAT-COUNT          PIC Z(7)9.

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
       01 CASE-FILE-NAME       PIC X(100) VALUE 'excase.dat'.
       01 CASE-AGING-NAME      PIC X(100) VALUE 'excaging.txt'.
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

       77 EC-FS PIC X(2).
       77 CAG-FS PIC X(2).
       77 LOG-FS PIC X(2).
       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-EXCAGING".
       77 LOG-DATE-WORK PIC 9(8).
       77 LOG-TIME-WORK PIC 9(8).
       77 EC-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-CASES VALUE "Y".

       77 AGE-LIMIT-DAYS PIC 9(5) VALUE 30.
       77 AGE-LIMIT-EDIT PIC Z(4)9.
       77 AGE-LIMIT-TEXT PIC X(5).
       77 LEAD-SPACE-COUNT PIC 9(2).
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
       77 CASE-INTEGER PIC 9(8) VALUE ZERO.
       77 CASE-AGE-DAYS PIC S9(8) VALUE ZERO.

       01 BUCKET-LIMIT-VALUES.
           05 FILLER PIC 9(5) VALUE 1.
           05 FILLER PIC 9(5) VALUE 5.
           05 FILLER PIC 9(5) VALUE 10.
           05 FILLER PIC 9(5) VALUE 30.
           05 FILLER PIC 9(5) VALUE 99999.
       01 BUCKET-LIMIT-TABLE REDEFINES BUCKET-LIMIT-VALUES.
           05 BUCKET-LIMIT PIC 9(5) OCCURS 5 TIMES.
       01 BUCKET-LABEL-VALUES.
           05 FILLER PIC X(8) VALUE "0-1".
           05 FILLER PIC X(8) VALUE "2-5".
           05 FILLER PIC X(8) VALUE "6-10".
           05 FILLER PIC X(8) VALUE "11-30".
           05 FILLER PIC X(8) VALUE "OVER 30".
       01 BUCKET-LABEL-TABLE REDEFINES BUCKET-LABEL-VALUES.
           05 BUCKET-LABEL PIC X(8) OCCURS 5 TIMES.
       77 BUCKET-IDX PIC 9(2) VALUE ZERO.
       77 CASE-BUCKET PIC 9(2) VALUE ZERO.

       77 ANALYST-MAX PIC 9(3) VALUE 100.
       77 ANALYST-COUNT PIC 9(3) VALUE ZERO.
       77 ANALYST-IDX PIC 9(3) VALUE ZERO.
       77 ANALYST-FOUND-IDX PIC 9(3) VALUE ZERO.
       77 CASE-ANALYST PIC X(10) VALUE SPACES.
       01 ANALYST-TABLE.
           05 ANALYST-ENTRY OCCURS 100 TIMES.
               10 ANL-NAME        PIC X(10).
               10 ANL-BUCKET-COUNT PIC 9(8) OCCURS 5 TIMES.
               10 ANL-TOTAL       PIC 9(8).
               10 ANL-OLDEST-DAYS PIC 9(5).
       01 TOTAL-BUCKET-COUNTS.
           05 TOTAL-BUCKET-COUNT PIC 9(8) OCCURS 5 TIMES.
       77 TOTAL-OLDEST-DAYS PIC 9(5) VALUE ZERO.

       77 CASES-READ PIC 9(8) VALUE ZERO.
       77 CASES-UNRESOLVED PIC 9(8) VALUE ZERO.
       77 CASES-OPEN PIC 9(8) VALUE ZERO.
       77 CASES-ASSIGNED PIC 9(8) VALUE ZERO.
       77 CASES-CORRECTED PIC 9(8) VALUE ZERO.
       77 CASES-WRITTEN-OFF PIC 9(8) VALUE ZERO.
       77 CASES-UNKNOWN PIC 9(8) VALUE ZERO.
       77 CASES-OVERDUE PIC 9(8) VALUE ZERO.
       77 AGING-RECORD-COUNT PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-PARAMETERS.
           PERFORM WRITE-RUN-LOG-START.

           ACCEPT CURRENT-DATE-NUM FROM DATE YYYYMMDD.
           COMPUTE CURRENT-INTEGER =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM).
           INITIALIZE ANALYST-TABLE.
           INITIALIZE TOTAL-BUCKET-COUNTS.

           PERFORM OPEN-CASE-FILE.
           PERFORM OPEN-AGING-FILE.

           MOVE SPACES TO CASE-AGING-HEADER.
           MOVE "EXCEPTION CASE AGING AS OF " TO CAH-LABEL.
           MOVE CURRENT-DATE-NUM TO CAH-VALUE.
           WRITE CASE-AGING-HEADER.
           MOVE SPACES TO CASE-AGING-HEADER.
           MOVE "AGE BASIS " TO CAH-LABEL.
           MOVE AGE-BASIS TO CAH-VALUE.
           WRITE CASE-AGING-HEADER.

           MOVE LOW-VALUES TO EC-CASE-KEY.
           START EXCCASEFILE KEY >= EC-CASE-KEY
               INVALID KEY
                   SET END-OF-CASES TO TRUE
           END-START.
           IF NOT END-OF-CASES
               PERFORM READ-NEXT-CASE
           END-IF.
           PERFORM UNTIL END-OF-CASES
               ADD 1 TO CASES-READ
               PERFORM AGE-ONE-CASE
               PERFORM READ-NEXT-CASE
           END-PERFORM.
           CLOSE EXCCASEFILE.

           PERFORM WRITE-ANALYST-SUMMARY.
           PERFORM WRITE-CASE-TOTALS.
           CLOSE CASEAGINGFILE.

           DISPLAY "EXCEPTION CASES READ " CASES-READ.
           DISPLAY "CASES OPEN           " CASES-OPEN.
           DISPLAY "CASES ASSIGNED       " CASES-ASSIGNED.
           DISPLAY "CASES CORRECTED      " CASES-CORRECTED.
           DISPLAY "CASES WRITTEN OFF    " CASES-WRITTEN-OFF.
           DISPLAY "CASES OVERDUE        " CASES-OVERDUE.

           IF CASES-OVERDUE > 0
               OR CASES-UNKNOWN > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       AGE-ONE-CASE.
           EVALUATE TRUE
               WHEN EC-OPEN
                   ADD 1 TO CASES-OPEN
                   PERFORM AGE-UNRESOLVED-CASE
               WHEN EC-ASSIGNED
                   ADD 1 TO CASES-ASSIGNED
                   PERFORM AGE-UNRESOLVED-CASE
               WHEN EC-CORRECTED
                   ADD 1 TO CASES-CORRECTED
               WHEN EC-WRITTEN-OFF
                   ADD 1 TO CASES-WRITTEN-OFF
               WHEN OTHER
                   ADD 1 TO CASES-UNKNOWN
                   DISPLAY "WARNING - CASE STATUS NOT RECOGNISED '"
                       EC-STATUS "' LINE " EC-LINE-NUM " OF "
                       EC-FILE-NAME
                   PERFORM AGE-UNRESOLVED-CASE
           END-EVALUATE.

       AGE-UNRESOLVED-CASE.
           ADD 1 TO CASES-UNRESOLVED.
           MOVE ZERO TO CASE-AGE-DAYS.
           IF EC-OPENED-DATE >= 19000101
               AND EC-OPENED-DATE <= 99991231
               COMPUTE CASE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(EC-OPENED-DATE)
               COMPUTE CASE-AGE-DAYS =
                   CURRENT-INTEGER - CASE-INTEGER
               IF AGE-IN-BUSINESS-DAYS
                   AND EC-OPENED-DATE < CURRENT-DATE-NUM
                   MOVE "DIFF" TO CAL-FUNCTION
                   MOVE EC-OPENED-DATE TO CAL-DATE-IN
                   MOVE CURRENT-DATE-NUM TO CAL-DATE-OUT
                   PERFORM CALL-BUSINESS-CALENDAR
                   MOVE CAL-DAY-COUNT TO CASE-AGE-DAYS
               END-IF
           END-IF.
           IF CASE-AGE-DAYS < 0
               MOVE ZERO TO CASE-AGE-DAYS
           END-IF.
           IF CASE-AGE-DAYS > 99999
               MOVE 99999 TO CASE-AGE-DAYS
           END-IF.

           MOVE ZERO TO CASE-BUCKET.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 5
               OR CASE-BUCKET > 0
               IF CASE-AGE-DAYS <= BUCKET-LIMIT(BUCKET-IDX)
                   MOVE BUCKET-IDX TO CASE-BUCKET
               END-IF
           END-PERFORM.

           IF EC-ANALYST = SPACES
               MOVE "UNASSIGNED" TO CASE-ANALYST
           ELSE
               MOVE EC-ANALYST TO CASE-ANALYST
           END-IF.
           PERFORM FIND-ANALYST-ENTRY.
           ADD 1 TO ANL-BUCKET-COUNT(ANALYST-FOUND-IDX, CASE-BUCKET).
           ADD 1 TO ANL-TOTAL(ANALYST-FOUND-IDX).
           IF CASE-AGE-DAYS > ANL-OLDEST-DAYS(ANALYST-FOUND-IDX)
               MOVE CASE-AGE-DAYS TO ANL-OLDEST-DAYS(ANALYST-FOUND-IDX)
           END-IF.
           ADD 1 TO TOTAL-BUCKET-COUNT(CASE-BUCKET).
           IF CASE-AGE-DAYS > TOTAL-OLDEST-DAYS
               MOVE CASE-AGE-DAYS TO TOTAL-OLDEST-DAYS
           END-IF.

           MOVE SPACES TO CASE-AGING-RECORD.
           MOVE EC-STATUS TO CAG-STATUS.
           MOVE CASE-ANALYST TO CAG-ANALYST.
           MOVE EC-OPENED-DATE TO CAG-OPENED-DATE.
           MOVE CASE-AGE-DAYS TO CAG-AGE-DAYS.
           MOVE BUCKET-LABEL(CASE-BUCKET) TO CAG-BUCKET.
           IF CASE-AGE-DAYS > AGE-LIMIT-DAYS
               ADD 1 TO CASES-OVERDUE
               MOVE "OVERDUE" TO CAG-FLAG
           END-IF.
           MOVE EC-LINE-NUM TO CAG-LINE-NUM.
           MOVE EC-FILE-NAME TO CAG-FILE-NAME.
           MOVE EC-RESOLUTION-NOTE TO CAG-NOTE.
           WRITE CASE-AGING-RECORD.
           ADD 1 TO AGING-RECORD-COUNT.

       FIND-ANALYST-ENTRY.
           MOVE ZERO TO ANALYST-FOUND-IDX.
           PERFORM VARYING ANALYST-IDX FROM 1 BY 1
               UNTIL ANALYST-IDX > ANALYST-COUNT
               OR ANALYST-FOUND-IDX > 0
               IF ANL-NAME(ANALYST-IDX) = CASE-ANALYST
                   MOVE ANALYST-IDX TO ANALYST-FOUND-IDX
               END-IF
           END-PERFORM.
           IF ANALYST-FOUND-IDX = 0
               IF ANALYST-COUNT < ANALYST-MAX
                   ADD 1 TO ANALYST-COUNT
                   MOVE ANALYST-COUNT TO ANALYST-FOUND-IDX
                   MOVE CASE-ANALYST TO ANL-NAME(ANALYST-FOUND-IDX)
               ELSE
                   DISPLAY "WARNING - ANALYST TABLE FULL, CASE "
                       "COUNTED UNDER " ANL-NAME(ANALYST-MAX)
                       ": " CASE-ANALYST
                   MOVE ANALYST-MAX TO ANALYST-FOUND-IDX
               END-IF
           END-IF.

       WRITE-ANALYST-SUMMARY.
           MOVE SPACES TO CASE-AGING-RECORD.
           WRITE CASE-AGING-RECORD.
           MOVE SPACES TO CASE-AGING-COLUMNS.
           MOVE "ANALYST" TO CAC-ANALYST.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 5
               MOVE BUCKET-LABEL(BUCKET-IDX)
                   TO CAC-BUCKET-LABEL(BUCKET-IDX)
           END-PERFORM.
           MOVE "TOTAL" TO CAC-TOTAL-LABEL.
           MOVE "OLDEST" TO CAC-OLDEST-LABEL.
           WRITE CASE-AGING-COLUMNS.
           PERFORM VARYING ANALYST-IDX FROM 1 BY 1
               UNTIL ANALYST-IDX > ANALYST-COUNT
               MOVE SPACES TO CASE-AGING-SUMMARY
               MOVE ANL-NAME(ANALYST-IDX) TO CAS-ANALYST
               PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                   UNTIL BUCKET-IDX > 5
                   MOVE ANL-BUCKET-COUNT(ANALYST-IDX, BUCKET-IDX)
                       TO CAS-BUCKET-COUNT(BUCKET-IDX)
               END-PERFORM
               MOVE ANL-TOTAL(ANALYST-IDX) TO CAS-TOTAL
               MOVE ANL-OLDEST-DAYS(ANALYST-IDX) TO CAS-OLDEST-DAYS
               WRITE CASE-AGING-SUMMARY
               ADD 1 TO AGING-RECORD-COUNT
           END-PERFORM.
           MOVE SPACES TO CASE-AGING-SUMMARY.
           MOVE "TOTAL" TO CAS-ANALYST.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 5
               MOVE TOTAL-BUCKET-COUNT(BUCKET-IDX)
                   TO CAS-BUCKET-COUNT(BUCKET-IDX)
           END-PERFORM.
           MOVE CASES-UNRESOLVED TO CAS-TOTAL.
           MOVE TOTAL-OLDEST-DAYS TO CAS-OLDEST-DAYS.
           WRITE CASE-AGING-SUMMARY.
           ADD 1 TO AGING-RECORD-COUNT.

       WRITE-CASE-TOTALS.
           MOVE SPACES TO CASE-AGING-RECORD.
           WRITE CASE-AGING-RECORD.
           MOVE SPACES TO CASE-AGING-TOTAL.
           MOVE "CASES OPEN" TO CAT-LABEL.
           MOVE CASES-OPEN TO CAT-COUNT.
           WRITE CASE-AGING-TOTAL.
           MOVE "CASES ASSIGNED" TO CAT-LABEL.
           MOVE CASES-ASSIGNED TO CAT-COUNT.
           WRITE CASE-AGING-TOTAL.
           MOVE "CASES CORRECTED" TO CAT-LABEL.
           MOVE CASES-CORRECTED TO CAT-COUNT.
           WRITE CASE-AGING-TOTAL.
           MOVE "CASES WRITTEN OFF" TO CAT-LABEL.
           MOVE CASES-WRITTEN-OFF TO CAT-COUNT.
           WRITE CASE-AGING-TOTAL.
           IF CASES-UNKNOWN > 0
               MOVE "CASES WITH UNKNOWN STATUS" TO CAT-LABEL
               MOVE CASES-UNKNOWN TO CAT-COUNT
               WRITE CASE-AGING-TOTAL
           END-IF.
           MOVE AGE-LIMIT-DAYS TO AGE-LIMIT-EDIT.
           MOVE ZERO TO LEAD-SPACE-COUNT.
           INSPECT AGE-LIMIT-EDIT TALLYING LEAD-SPACE-COUNT
               FOR LEADING SPACES.
           MOVE AGE-LIMIT-EDIT(LEAD-SPACE-COUNT + 1:) TO AGE-LIMIT-TEXT.
           MOVE SPACES TO CASE-AGING-TOTAL.
           STRING "CASES OVER " DELIMITED BY SIZE
               AGE-LIMIT-TEXT DELIMITED BY SPACE
               " DAYS" DELIMITED BY SIZE
               INTO CAT-LABEL.
           MOVE CASES-OVERDUE TO CAT-COUNT.
           WRITE CASE-AGING-TOTAL.

       READ-NEXT-CASE.
           READ EXCCASEFILE NEXT RECORD
               AT END
                   SET END-OF-CASES TO TRUE
           END-READ.
           IF NOT END-OF-CASES
               AND EC-FS NOT = "00"
               DISPLAY "ABEND - READ FAILED, FILE STATUS " EC-FS
                   ": " CASE-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-CASE-FILE.
           OPEN INPUT EXCCASEFILE.
           EVALUATE EC-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "ABEND - EXCEPTION CASE FILE NOT FOUND: "
                       CASE-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " EC-FS
                       ": " CASE-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       OPEN-AGING-FILE.
           OPEN OUTPUT CASEAGINGFILE.
           IF CAG-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " CAG-FS
                   ": " CASE-AGING-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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
           MOVE CASES-READ TO LOG-RECORDS-READ.
           MOVE AGING-RECORD-COUNT TO LOG-RECORDS-WRITTEN.
           MOVE SPACES TO LOG-GATE-VERDICT.
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

       GET-RUN-PARAMETERS.
           PERFORM LOAD-PARM-CARD.

           MOVE "AOC_EXCEPTION_CASE_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO CASE-FILE-NAME
           END-IF.
           MOVE CASE-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_CASE_AGING_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO CASE-AGING-NAME
           END-IF.
           MOVE CASE-AGING-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_CASE_AGE_DAYS" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:8) TO NUMERIC-WORK
               PERFORM VALIDATE-NUMERIC-WORK
               IF NOT FIELD-IS-NUMERIC
                   OR WORK-NUMBER > 99999
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
               MOVE WORK-NUMBER TO AGE-LIMIT-DAYS
           END-IF.
           MOVE AGE-LIMIT-DAYS TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_CASE_AGE_BASIS" TO PARM-KEYWORD.
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
               MOVE PARM-VALUE TO RUN-LOG-FILE-NAME
           END-IF.
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
