       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY1-INTAKE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LANDINGFILE ASSIGN TO DYNAMIC LANDING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS LND-FS.

       SELECT LANDEDFILE ASSIGN TO DYNAMIC LANDED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FS.

       SELECT VENDORREG ASSIGN TO DYNAMIC REGISTRY-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VR-FILE-ID
               FILE STATUS IS VR-FS.

       SELECT FILELISTFILE ASSIGN TO DYNAMIC INPUT-FILE-LIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FLF-FS.

       SELECT INTAKERPTFILE ASSIGN TO DYNAMIC INTAKE-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS INR-FS.

       SELECT RUNLOGFILE ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS LOG-FS.

       DATA DIVISION.

       FILE SECTION.
       FD LANDINGFILE.
       01 LANDING-RECORD.
           05 LND-ARRIVAL-DATE   PIC X(8).
           05 FILLER             PIC X(1).
           05 LND-ARRIVAL-TIME   PIC X(4).
           05 FILLER             PIC X(3).
           05 LND-FILE-NAME      PIC X(100).

       FD LANDEDFILE.
       01 LANDED-RECORD.
           05 LANDED-LINE PIC X(500).

       FD VENDORREG.
       01 VENDOR-REGISTRY-RECORD.
           05 VR-FILE-ID         PIC X(8).
           05 VR-VENDOR-NAME     PIC X(30).
           05 VR-DELIVERY-DAYS   PIC X(7).
           05 VR-CUTOFF-TIME     PIC 9(4).
           05 VR-MIN-RECORDS     PIC 9(8).
           05 VR-MAX-RECORDS     PIC 9(8).
           05 VR-ACTIVE-FLAG     PIC X(1).
               88 VR-ACTIVE      VALUE "A".
               88 VR-INACTIVE    VALUE "I".

       FD FILELISTFILE.
       01 FILE-LIST-RECORD.
           05 FL-FILE-NAME PIC X(100).

       FD INTAKERPTFILE.
       01 INTAKE-REPORT-RECORD.
           05 INR-STATUS         PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 INR-FILE-ID        PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 INR-VENDOR-NAME    PIC X(30).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 INR-ARRIVAL-DATE   PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 INR-ARRIVAL-TIME   PIC X(4).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 INR-RECORD-COUNT   PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 INR-REASON         PIC X(40).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 INR-FILE-NAME      PIC X(100).
       01 INTAKE-HEADER-RECORD.
           05 INH-LABEL          PIC X(30).
           05 INH-CYCLE-DATE     PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 INH-DAY-NAME       PIC X(9).
       01 INTAKE-TOTAL-RECORD.
           05 INT-LABEL          PIC X(30).
           05 INT-COUNT          PIC Z(7)9.

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
       01 LANDING-FILE-NAME    PIC X(100) VALUE 'landed.txt'.
       01 LANDED-FILE-NAME     PIC X(100) VALUE SPACES.
       01 REGISTRY-FILE-NAME   PIC X(100) VALUE 'vendreg.dat'.
       01 INPUT-FILE-LIST-NAME PIC X(100) VALUE 'filelist.txt'.
       01 INTAKE-REPORT-NAME   PIC X(100) VALUE 'intake.txt'.
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

       77 FS PIC X(2).
       77 LND-FS PIC X(2).
       77 VR-FS PIC X(2).
       77 FLF-FS PIC X(2).
       77 INR-FS PIC X(2).
       77 LOG-FS PIC X(2).
       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-INTAKE".
       77 LOG-DATE-WORK PIC 9(8).
       77 LOG-TIME-WORK PIC 9(8).
       77 LND-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-LANDING VALUE "Y".
       77 LANDED-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-LANDED-FILE VALUE "Y".
       77 VR-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-REGISTRY VALUE "Y".

       77 CYCLE-DATE PIC 9(8) VALUE ZERO.
       77 PRIOR-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       77 PRIOR-DATE-SWITCH PIC X VALUE "N".
           88 PRIOR-DATE-ALLOWED VALUE "Y".
       77 CYCLE-WEEKDAY PIC 9 VALUE ZERO.
       01 DAY-NAME-WORK PIC X(9) VALUE SPACES.
       77 INTAKE-DATE PIC 9(8) VALUE ZERO.
       77 INTAKE-TIME PIC 9(4) VALUE ZERO.
       77 ARRIVAL-DATE PIC 9(8) VALUE ZERO.
       77 ARRIVAL-TIME PIC 9(4) VALUE ZERO.
       77 ARRIVAL-DATE-SWITCH PIC X VALUE "N".
           88 ARRIVAL-DATE-STAMPED VALUE "Y".
       77 ARRIVAL-TIME-SWITCH PIC X VALUE "N".
           88 ARRIVAL-TIME-STAMPED VALUE "Y".

       01 VND-FILE-ID PIC X(8) VALUE SPACES.
       77 VND-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 VND-TYPE-X PIC X(2).
       01 VND-FIELD2-X PIC X(100).
       01 VND-FIELD3-X PIC X(100).
       77 VND-HEADER-SWITCH PIC X VALUE "N".
           88 VENDOR-HEADER-SEEN VALUE "Y".
       77 FILE-RECORD-COUNT PIC 9(8) VALUE ZERO.
       77 REGISTRY-FOUND-SWITCH PIC X VALUE "N".
           88 REGISTRY-FOUND VALUE "Y".

       01 INTAKE-STATUS PIC X(8) VALUE SPACES.
           88 INTAKE-ACCEPTED VALUE "ACCEPTED" "RANGE".
       01 INTAKE-REASON PIC X(40) VALUE SPACES.
       01 COUNT-EDIT PIC Z(7)9.

       77 RECEIVED-LIMIT PIC 9(4) VALUE 500.
       77 RECEIVED-COUNT PIC 9(4) VALUE ZERO.
       01 RECEIVED-TABLE.
           05 RECEIVED-FILE-ID OCCURS 500 TIMES PIC X(8).
       77 RECEIVED-IDX PIC 9(4) VALUE ZERO.
       77 RECEIVED-SWITCH PIC X VALUE "N".
           88 ALREADY-RECEIVED VALUE "Y".

       77 RECORDS-READ PIC 9(8) VALUE ZERO.
       77 FILES-LISTED PIC 9(8) VALUE ZERO.
       77 ACCEPTED-COUNT PIC 9(8) VALUE ZERO.
       77 RANGE-COUNT PIC 9(8) VALUE ZERO.
       77 LATE-COUNT PIC 9(8) VALUE ZERO.
       77 MISSING-COUNT PIC 9(8) VALUE ZERO.
       77 UNEXPECTED-COUNT PIC 9(8) VALUE ZERO.
       77 INACTIVE-COUNT PIC 9(8) VALUE ZERO.
       77 WRONG-DATE-COUNT PIC 9(8) VALUE ZERO.
       77 NOT-FOUND-COUNT PIC 9(8) VALUE ZERO.
       77 DUPLICATE-ID-COUNT PIC 9(8) VALUE ZERO.
       77 INTAKE-VERDICT PIC X(8) VALUE "CLEAN".

       PROCEDURE DIVISION.
           PERFORM GET-RUN-PARAMETERS.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM OPEN-REGISTRY-FILE.
           PERFORM OPEN-OUTPUT-FILES.

           ACCEPT INTAKE-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME-WORK FROM TIME.
           MOVE LOG-TIME-WORK(1:4) TO INTAKE-TIME.
           COMPUTE CYCLE-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(CYCLE-DATE) - 1, 7) + 1.
           PERFORM SET-DAY-NAME.
           MOVE SPACES TO INTAKE-HEADER-RECORD.
           MOVE "INBOUND FILE INTAKE FOR CYCLE " TO INH-LABEL.
           MOVE CYCLE-DATE TO INH-CYCLE-DATE.
           MOVE DAY-NAME-WORK TO INH-DAY-NAME.
           WRITE INTAKE-HEADER-RECORD.

           PERFORM OPEN-LANDING-FILE.
           PERFORM READ-LANDING-RECORD.
           PERFORM UNTIL END-OF-LANDING
               ADD 1 TO RECORDS-READ
               PERFORM CHECK-LANDED-FILE
               PERFORM READ-LANDING-RECORD
           END-PERFORM.
           CLOSE LANDINGFILE.

           PERFORM REPORT-MISSING-VENDORS.
           PERFORM WRITE-INTAKE-TOTALS.

           CLOSE VENDORREG.
           CLOSE FILELISTFILE.
           CLOSE INTAKERPTFILE.

           MOVE "CLEAN" TO INTAKE-VERDICT.
           IF RANGE-COUNT + LATE-COUNT + MISSING-COUNT
               + UNEXPECTED-COUNT + INACTIVE-COUNT + WRONG-DATE-COUNT
               + NOT-FOUND-COUNT + DUPLICATE-ID-COUNT > 0
               MOVE "WARNING" TO INTAKE-VERDICT
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF FILES-LISTED = 0
               MOVE "HELD" TO INTAKE-VERDICT
               MOVE 8 TO RETURN-CODE
               DISPLAY "INTAKE HELD - NO FILES ACCEPTED FOR CYCLE "
                   CYCLE-DATE
           END-IF.
           DISPLAY "INTAKE " INTAKE-VERDICT " - " FILES-LISTED
               " FILE(S) LISTED IN " INPUT-FILE-LIST-NAME.
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
           MOVE FILES-LISTED TO LOG-RECORDS-WRITTEN.
           MOVE INTAKE-VERDICT TO LOG-GATE-VERDICT.
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

       OPEN-REGISTRY-FILE.
           OPEN INPUT VENDORREG.
           EVALUATE VR-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "ABEND - VENDOR REGISTRY NOT FOUND: "
                       REGISTRY-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " VR-FS
                       ": " REGISTRY-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT FILELISTFILE.
           IF FLF-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " FLF-FS
                   ": " INPUT-FILE-LIST-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INTAKERPTFILE.
           IF INR-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " INR-FS
                   ": " INTAKE-REPORT-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-LANDING-FILE.
           OPEN INPUT LANDINGFILE.
           EVALUATE LND-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "ABEND - LANDING MANIFEST NOT FOUND: "
                       LANDING-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " LND-FS
                       ": " LANDING-FILE-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       READ-LANDING-RECORD.
           READ LANDINGFILE
               AT END
                   SET END-OF-LANDING TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-LANDING
               OR (LANDING-RECORD NOT = SPACES
               AND LANDING-RECORD(1:1) NOT = "*")
               READ LANDINGFILE
                   AT END
                       SET END-OF-LANDING TO TRUE
               END-READ
           END-PERFORM.

       SET-DAY-NAME.
           EVALUATE CYCLE-WEEKDAY
               WHEN 1
                   MOVE "MONDAY" TO DAY-NAME-WORK
               WHEN 2
                   MOVE "TUESDAY" TO DAY-NAME-WORK
               WHEN 3
                   MOVE "WEDNESDAY" TO DAY-NAME-WORK
               WHEN 4
                   MOVE "THURSDAY" TO DAY-NAME-WORK
               WHEN 5
                   MOVE "FRIDAY" TO DAY-NAME-WORK
               WHEN 6
                   MOVE "SATURDAY" TO DAY-NAME-WORK
               WHEN OTHER
                   MOVE "SUNDAY" TO DAY-NAME-WORK
           END-EVALUATE.

       CHECK-LANDED-FILE.
           MOVE SPACES TO INTAKE-STATUS.
           MOVE SPACES TO INTAKE-REASON.
           MOVE SPACES TO VND-FILE-ID.
           MOVE ZERO TO VND-BUSINESS-DATE.
           MOVE ZERO TO FILE-RECORD-COUNT.
           MOVE "N" TO VND-HEADER-SWITCH.
           MOVE "N" TO REGISTRY-FOUND-SWITCH.
           MOVE SPACES TO VR-VENDOR-NAME.
           MOVE LND-FILE-NAME TO LANDED-FILE-NAME.

           MOVE ZERO TO ARRIVAL-DATE.
           MOVE ZERO TO ARRIVAL-TIME.
           MOVE "N" TO ARRIVAL-DATE-SWITCH.
           MOVE "N" TO ARRIVAL-TIME-SWITCH.
           IF LND-ARRIVAL-DATE NOT = SPACES
               IF LND-ARRIVAL-DATE NUMERIC
                   MOVE LND-ARRIVAL-DATE TO ARRIVAL-DATE
                   SET ARRIVAL-DATE-STAMPED TO TRUE
               ELSE
                   MOVE "UNEXPECT" TO INTAKE-STATUS
                   MOVE "BAD ARRIVAL DATE ON MANIFEST" TO INTAKE-REASON
               END-IF
           END-IF.
           IF LND-ARRIVAL-TIME NOT = SPACES
               IF LND-ARRIVAL-TIME NUMERIC
                   MOVE LND-ARRIVAL-TIME TO ARRIVAL-TIME
                   SET ARRIVAL-TIME-STAMPED TO TRUE
               ELSE
                   MOVE "UNEXPECT" TO INTAKE-STATUS
                   MOVE "BAD ARRIVAL TIME ON MANIFEST" TO INTAKE-REASON
               END-IF
           END-IF.

           IF INTAKE-STATUS = SPACES
               PERFORM PEEK-LANDED-FILE
           END-IF.
           IF INTAKE-STATUS = SPACES
               IF NOT VENDOR-HEADER-SEEN
                   MOVE "UNEXPECT" TO INTAKE-STATUS
                   MOVE "NO VENDOR HEADER RECORD" TO INTAKE-REASON
               ELSE
                   PERFORM CHECK-AGAINST-REGISTRY
               END-IF
           END-IF.

           EVALUATE INTAKE-STATUS
               WHEN "ACCEPTED"
                   ADD 1 TO ACCEPTED-COUNT
               WHEN "RANGE"
                   ADD 1 TO RANGE-COUNT
               WHEN "LATE"
                   ADD 1 TO LATE-COUNT
               WHEN "INACTIVE"
                   ADD 1 TO INACTIVE-COUNT
               WHEN "WRONGDT"
                   ADD 1 TO WRONG-DATE-COUNT
               WHEN "NOTFOUND"
                   ADD 1 TO NOT-FOUND-COUNT
               WHEN "DUPLID"
                   ADD 1 TO DUPLICATE-ID-COUNT
               WHEN OTHER
                   ADD 1 TO UNEXPECTED-COUNT
           END-EVALUATE.
           IF INTAKE-ACCEPTED
               MOVE SPACES TO FILE-LIST-RECORD
               MOVE LND-FILE-NAME TO FL-FILE-NAME
               WRITE FILE-LIST-RECORD
               ADD 1 TO FILES-LISTED
           ELSE
               DISPLAY "INTAKE " INTAKE-STATUS " - " INTAKE-REASON
                   ": " LND-FILE-NAME
           END-IF.

           MOVE SPACES TO INTAKE-REPORT-RECORD.
           MOVE INTAKE-STATUS TO INR-STATUS.
           MOVE VND-FILE-ID TO INR-FILE-ID.
           MOVE VR-VENDOR-NAME TO INR-VENDOR-NAME.
           MOVE SPACES TO INR-ARRIVAL-DATE.
           MOVE SPACES TO INR-ARRIVAL-TIME.
           IF ARRIVAL-DATE-STAMPED
               MOVE ARRIVAL-DATE TO INR-ARRIVAL-DATE
           END-IF.
           IF ARRIVAL-TIME-STAMPED
               MOVE ARRIVAL-TIME TO INR-ARRIVAL-TIME
           END-IF.
           MOVE FILE-RECORD-COUNT TO INR-RECORD-COUNT.
           MOVE INTAKE-REASON TO INR-REASON.
           MOVE LND-FILE-NAME TO INR-FILE-NAME.
           WRITE INTAKE-REPORT-RECORD.

       PEEK-LANDED-FILE.
           MOVE "N" TO LANDED-EOF-SWITCH.
           OPEN INPUT LANDEDFILE.
           IF FS NOT = "00"
               MOVE "NOTFOUND" TO INTAKE-STATUS
               STRING "OPEN FAILED, FILE STATUS " FS
                   DELIMITED BY SIZE INTO INTAKE-REASON
           ELSE
               READ LANDEDFILE
                   AT END
                       SET END-OF-LANDED-FILE TO TRUE
               END-READ
               IF NOT END-OF-LANDED-FILE
                   AND LANDED-LINE(1:2) = "H|"
                   PERFORM PARSE-VENDOR-HEADER
                   READ LANDEDFILE
                       AT END
                           SET END-OF-LANDED-FILE TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL END-OF-LANDED-FILE
                   IF LANDED-LINE(1:2) NOT = "T|"
                       ADD 1 TO FILE-RECORD-COUNT
                   END-IF
                   READ LANDEDFILE
                       AT END
                           SET END-OF-LANDED-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LANDEDFILE
           END-IF.

       PARSE-VENDOR-HEADER.
           SET VENDOR-HEADER-SEEN TO TRUE.
           MOVE SPACES TO VND-TYPE-X.
           MOVE SPACES TO VND-FIELD2-X.
           MOVE SPACES TO VND-FIELD3-X.
           UNSTRING LANDED-LINE DELIMITED BY "|"
               INTO VND-TYPE-X VND-FIELD2-X VND-FIELD3-X.
           MOVE VND-FIELD2-X TO VND-FILE-ID.
           MOVE VND-FIELD3-X(1:8) TO NUMERIC-WORK.
           PERFORM VALIDATE-NUMERIC-WORK.
           IF FIELD-IS-NUMERIC
               MOVE WORK-NUMBER TO VND-BUSINESS-DATE
           END-IF.

       CHECK-AGAINST-REGISTRY.
           MOVE VND-FILE-ID TO VR-FILE-ID.
           READ VENDORREG
               INVALID KEY
                   MOVE SPACES TO VR-VENDOR-NAME
                   MOVE "UNEXPECT" TO INTAKE-STATUS
                   MOVE "FILE ID NOT IN VENDOR REGISTRY"
                       TO INTAKE-REASON
               NOT INVALID KEY
                   SET REGISTRY-FOUND TO TRUE
           END-READ.
           IF REGISTRY-FOUND
               PERFORM FIND-RECEIVED-FILE-ID
               EVALUATE TRUE
                   WHEN VR-INACTIVE
                       MOVE "INACTIVE" TO INTAKE-STATUS
                       MOVE "VENDOR IS INACTIVE IN REGISTRY"
                           TO INTAKE-REASON
                   WHEN ALREADY-RECEIVED
                       MOVE "DUPLID" TO INTAKE-STATUS
                       MOVE "FILE ID ALREADY RECEIVED THIS CYCLE"
                           TO INTAKE-REASON
                   WHEN VND-BUSINESS-DATE NOT = CYCLE-DATE
                       AND NOT (PRIOR-DATE-ALLOWED
                       AND VND-BUSINESS-DATE = PRIOR-BUSINESS-DATE)
                       MOVE "WRONGDT" TO INTAKE-STATUS
                       STRING "HEADER DATE " VND-FIELD3-X(1:8)
                           " NOT CYCLE DATE"
                           DELIMITED BY SIZE INTO INTAKE-REASON
                   WHEN ARRIVAL-DATE-STAMPED
                       AND (ARRIVAL-DATE > CYCLE-DATE
                       OR (ARRIVAL-DATE = CYCLE-DATE
                       AND ARRIVAL-TIME-STAMPED
                       AND VR-CUTOFF-TIME > ZERO
                       AND ARRIVAL-TIME > VR-CUTOFF-TIME))
                       MOVE "LATE" TO INTAKE-STATUS
                       STRING "ARRIVED AFTER CUTOFF "
                           VR-CUTOFF-TIME
                           DELIMITED BY SIZE INTO INTAKE-REASON
                   WHEN FILE-RECORD-COUNT < VR-MIN-RECORDS
                       MOVE "RANGE" TO INTAKE-STATUS
                       MOVE VR-MIN-RECORDS TO COUNT-EDIT
                       STRING "LISTED - COUNT BELOW MINIMUM "
                           COUNT-EDIT
                           DELIMITED BY SIZE INTO INTAKE-REASON
                   WHEN VR-MAX-RECORDS > ZERO
                       AND FILE-RECORD-COUNT > VR-MAX-RECORDS
                       MOVE "RANGE" TO INTAKE-STATUS
                       MOVE VR-MAX-RECORDS TO COUNT-EDIT
                       STRING "LISTED - COUNT ABOVE MAXIMUM "
                           COUNT-EDIT
                           DELIMITED BY SIZE INTO INTAKE-REASON
                   WHEN OTHER
                       MOVE "ACCEPTED" TO INTAKE-STATUS
                       IF VR-DELIVERY-DAYS(CYCLE-WEEKDAY:1) NOT = "Y"
                           MOVE "NOT A SCHEDULED DELIVERY DAY"
                               TO INTAKE-REASON
                       ELSE
                           IF VR-CUTOFF-TIME > ZERO
                               AND (NOT ARRIVAL-DATE-STAMPED
                               OR NOT ARRIVAL-TIME-STAMPED)
                               MOVE
                                   "NO ARRIVAL STAMP - CUTOFF SKIPPED"
                                   TO INTAKE-REASON
                           END-IF
                       END-IF
               END-EVALUATE
               IF NOT ALREADY-RECEIVED
                   AND RECEIVED-COUNT < RECEIVED-LIMIT
                   ADD 1 TO RECEIVED-COUNT
                   MOVE VND-FILE-ID TO RECEIVED-FILE-ID(RECEIVED-COUNT)
               END-IF
           END-IF.

       FIND-RECEIVED-FILE-ID.
           MOVE "N" TO RECEIVED-SWITCH.
           PERFORM VARYING RECEIVED-IDX FROM 1 BY 1
               UNTIL RECEIVED-IDX > RECEIVED-COUNT
               OR ALREADY-RECEIVED
               IF RECEIVED-FILE-ID(RECEIVED-IDX) = VND-FILE-ID
                   SET ALREADY-RECEIVED TO TRUE
               END-IF
           END-PERFORM.

       REPORT-MISSING-VENDORS.
           MOVE LOW-VALUES TO VR-FILE-ID.
           START VENDORREG KEY >= VR-FILE-ID
               INVALID KEY
                   SET END-OF-REGISTRY TO TRUE
           END-START.
           IF NOT END-OF-REGISTRY
               PERFORM READ-NEXT-REGISTRY-RECORD
           END-IF.
           PERFORM UNTIL END-OF-REGISTRY
               IF VR-ACTIVE
                   AND VR-DELIVERY-DAYS(CYCLE-WEEKDAY:1) = "Y"
                   MOVE VR-FILE-ID TO VND-FILE-ID
                   PERFORM FIND-RECEIVED-FILE-ID
                   IF NOT ALREADY-RECEIVED
                       ADD 1 TO MISSING-COUNT
                       MOVE SPACES TO INTAKE-REPORT-RECORD
                       MOVE "MISSING" TO INR-STATUS
                       MOVE VR-FILE-ID TO INR-FILE-ID
                       MOVE VR-VENDOR-NAME TO INR-VENDOR-NAME
                       MOVE ZERO TO INR-RECORD-COUNT
                       STRING "NOT RECEIVED, CUTOFF " VR-CUTOFF-TIME
                           DELIMITED BY SIZE INTO INR-REASON
                       WRITE INTAKE-REPORT-RECORD
                       DISPLAY "INTAKE MISSING - FILE ID " VR-FILE-ID
                           " " VR-VENDOR-NAME
                   END-IF
               END-IF
               PERFORM READ-NEXT-REGISTRY-RECORD
           END-PERFORM.

       READ-NEXT-REGISTRY-RECORD.
           READ VENDORREG NEXT RECORD
               AT END
                   SET END-OF-REGISTRY TO TRUE
           END-READ.
           IF NOT END-OF-REGISTRY
               AND VR-FS NOT = "00"
               DISPLAY "ABEND - READ FAILED, FILE STATUS " VR-FS
                   ": " REGISTRY-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-INTAKE-TOTALS.
           MOVE SPACES TO INTAKE-TOTAL-RECORD.
           MOVE "FILES ON LANDING MANIFEST" TO INT-LABEL.
           MOVE RECORDS-READ TO INT-COUNT.
           WRITE INTAKE-TOTAL-RECORD.
           MOVE "FILES ACCEPTED" TO INT-LABEL.
           MOVE ACCEPTED-COUNT TO INT-COUNT.
           WRITE INTAKE-TOTAL-RECORD.
           MOVE "FILES ACCEPTED OUT OF RANGE" TO INT-LABEL.
           MOVE RANGE-COUNT TO INT-COUNT.
           WRITE INTAKE-TOTAL-RECORD.
           MOVE "FILES LATE" TO INT-LABEL.
           MOVE LATE-COUNT TO INT-COUNT.
           WRITE INTAKE-TOTAL-RECORD.
           MOVE "FILES UNEXPECTED" TO INT-LABEL.
           MOVE UNEXPECTED-COUNT TO INT-COUNT.
           WRITE INTAKE-TOTAL-RECORD.
           MOVE "FILES FROM INACTIVE VENDORS" TO INT-LABEL.
           MOVE INACTIVE-COUNT TO INT-COUNT.
           WRITE INTAKE-TOTAL-RECORD.
           MOVE "FILES WITH WRONG HEADER DATE" TO INT-LABEL.
           MOVE WRONG-DATE-COUNT TO INT-COUNT.
           WRITE INTAKE-TOTAL-RECORD.
           MOVE "FILES NOT FOUND" TO INT-LABEL.
           MOVE NOT-FOUND-COUNT TO INT-COUNT.
           WRITE INTAKE-TOTAL-RECORD.
           MOVE "FILES WITH DUPLICATE FILE ID" TO INT-LABEL.
           MOVE DUPLICATE-ID-COUNT TO INT-COUNT.
           WRITE INTAKE-TOTAL-RECORD.
           MOVE "VENDORS MISSING" TO INT-LABEL.
           MOVE MISSING-COUNT TO INT-COUNT.
           WRITE INTAKE-TOTAL-RECORD.
           MOVE "FILES LISTED FOR PROCESSING" TO INT-LABEL.
           MOVE FILES-LISTED TO INT-COUNT.
           WRITE INTAKE-TOTAL-RECORD.

           DISPLAY "FILES ON LANDING MANIFEST " RECORDS-READ.
           DISPLAY "FILES LISTED              " FILES-LISTED.
           DISPLAY "FILES LATE                " LATE-COUNT.
           DISPLAY "FILES UNEXPECTED          " UNEXPECTED-COUNT.
           DISPLAY "VENDORS MISSING           " MISSING-COUNT.

       GET-RUN-PARAMETERS.
           PERFORM LOAD-PARM-CARD.
           ACCEPT CYCLE-DATE FROM DATE YYYYMMDD.

           MOVE "AOC_CYCLE_DATE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE(1:8) TO NUMERIC-WORK
               PERFORM VALIDATE-NUMERIC-WORK
               IF NOT FIELD-IS-NUMERIC
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
               MOVE WORK-NUMBER TO CYCLE-DATE
           ELSE
               MOVE "CURR" TO CAL-FUNCTION
               MOVE CYCLE-DATE TO CAL-DATE-IN
               PERFORM CALL-BUSINESS-CALENDAR
               MOVE CAL-DATE-OUT TO CYCLE-DATE
           END-IF.
           MOVE CYCLE-DATE TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_ACCEPT_PRIOR_BUS_DATE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               AND (PARM-VALUE(1:1) = "Y" OR PARM-VALUE(1:1) = "y")
               MOVE "Y" TO PRIOR-DATE-SWITCH
           END-IF.
           MOVE PRIOR-DATE-SWITCH TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.
           IF PRIOR-DATE-ALLOWED
               MOVE "PREV" TO CAL-FUNCTION
               MOVE CYCLE-DATE TO CAL-DATE-IN
               PERFORM CALL-BUSINESS-CALENDAR
               MOVE CAL-DATE-OUT TO PRIOR-BUSINESS-DATE
           END-IF.

           MOVE "AOC_LANDING_MANIFEST" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO LANDING-FILE-NAME
           END-IF.
           MOVE LANDING-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_VENDOR_REGISTRY_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO REGISTRY-FILE-NAME
           END-IF.
           MOVE REGISTRY-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_INPUT_FILE_LIST" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO INPUT-FILE-LIST-NAME
           END-IF.
           MOVE INPUT-FILE-LIST-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_INTAKE_REPORT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO INTAKE-REPORT-NAME
           END-IF.
           MOVE INTAKE-REPORT-NAME TO PARM-ECHO-VALUE.
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
