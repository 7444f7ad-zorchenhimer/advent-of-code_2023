       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY1-VENDREG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VENDORREG ASSIGN TO DYNAMIC REGISTRY-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VR-FILE-ID
               FILE STATUS IS VR-FS.

       SELECT VENDORLOADFILE ASSIGN TO DYNAMIC VENDOR-LOAD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS VLD-FS.

       SELECT VENDRPTFILE ASSIGN TO DYNAMIC VENDOR-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS VRP-FS.

       SELECT RUNLOGFILE ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS LOG-FS.

       DATA DIVISION.

       FILE SECTION.
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

       FD VENDORLOADFILE.
       01 VENDOR-LOAD-RECORD.
           05 VLD-ACTION         PIC X(1).
           05 FILLER             PIC X(3).
           05 VLD-FILE-ID        PIC X(8).
           05 FILLER             PIC X(3).
           05 VLD-VENDOR-NAME    PIC X(30).
           05 FILLER             PIC X(3).
           05 VLD-DELIVERY-DAYS  PIC X(7).
           05 FILLER             PIC X(3).
           05 VLD-CUTOFF-TIME    PIC X(4).
           05 FILLER             PIC X(3).
           05 VLD-MIN-RECORDS    PIC X(8).
           05 FILLER             PIC X(3).
           05 VLD-MAX-RECORDS    PIC X(8).
           05 FILLER             PIC X(3).
           05 VLD-ACTIVE-FLAG    PIC X(1).

       FD VENDRPTFILE.
       01 VENDOR-REPORT-RECORD.
           05 VRP-ACTION         PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 VRP-FILE-ID        PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 VRP-VENDOR-NAME    PIC X(30).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 VRP-DELIVERY-DAYS  PIC X(7).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 VRP-CUTOFF-TIME    PIC X(4).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 VRP-MIN-RECORDS    PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 VRP-MAX-RECORDS    PIC Z(7)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 VRP-STATUS         PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 VRP-REASON         PIC X(30).
       01 VENDOR-HEADER-RECORD.
           05 VRH-LABEL          PIC X(30).
           05 VRH-VALUE          PIC X(8).
       01 VENDOR-TOTAL-RECORD.
           05 VRT-LABEL          PIC X(30).
           05 VRT-COUNT          PIC Z(7)9.

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
       01 REGISTRY-FILE-NAME   PIC X(100) VALUE 'vendreg.dat'.
       01 VENDOR-LOAD-NAME     PIC X(100) VALUE 'vendors.txt'.
       01 VENDOR-REPORT-NAME   PIC X(100) VALUE 'vendreg.txt'.
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

       77 VR-FS PIC X(2).
       77 VLD-FS PIC X(2).
       77 VRP-FS PIC X(2).
       77 LOG-FS PIC X(2).
       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-VENDREG".
       77 LOG-DATE-WORK PIC 9(8).
       77 LOG-TIME-WORK PIC 9(8).
       77 VLD-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-VENDOR-LOAD VALUE "Y".
       77 VR-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-REGISTRY VALUE "Y".

       77 VENDOR-ACTION PIC X(4) VALUE "LIST".
           88 LOAD-ACTION VALUE "LOAD".
           88 LIST-ACTION VALUE "LIST".

       77 ENTRY-ACTION PIC X(8) VALUE SPACES.
       01 ENTRY-REASON PIC X(30) VALUE SPACES.
       77 DAY-IDX PIC 9(2) VALUE ZERO.
       77 NEW-CUTOFF-TIME PIC 9(4) VALUE ZERO.
       77 NEW-MIN-RECORDS PIC 9(8) VALUE ZERO.
       77 NEW-MAX-RECORDS PIC 9(8) VALUE ZERO.

       77 RECORDS-READ PIC 9(8) VALUE ZERO.
       77 RECORDS-WRITTEN PIC 9(8) VALUE ZERO.
       77 ADDED-COUNT PIC 9(8) VALUE ZERO.
       77 CHANGED-COUNT PIC 9(8) VALUE ZERO.
       77 DELETED-COUNT PIC 9(8) VALUE ZERO.
       77 REJECTED-COUNT PIC 9(8) VALUE ZERO.
       77 ACTIVE-COUNT PIC 9(8) VALUE ZERO.
       77 INACTIVE-COUNT PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-PARAMETERS.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM OPEN-REGISTRY-FILE.
           PERFORM OPEN-REPORT-FILE.

           IF LOAD-ACTION
               PERFORM LOAD-VENDOR-REGISTRY
           ELSE
               PERFORM LIST-VENDOR-REGISTRY
           END-IF.

           CLOSE VENDORREG.
           CLOSE VENDRPTFILE.
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
           MOVE VENDOR-ACTION TO LOG-GATE-VERDICT.
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
           IF LOAD-ACTION
               OPEN I-O VENDORREG
               IF VR-FS = "35"
                   DISPLAY "NEW VENDOR REGISTRY: " REGISTRY-FILE-NAME
                   OPEN OUTPUT VENDORREG
                   IF VR-FS = "00"
                       CLOSE VENDORREG
                       OPEN I-O VENDORREG
                   END-IF
               END-IF
           ELSE
               OPEN INPUT VENDORREG
           END-IF.
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

       OPEN-REPORT-FILE.
           OPEN OUTPUT VENDRPTFILE.
           IF VRP-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " VRP-FS
                   ": " VENDOR-REPORT-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-VENDOR-REGISTRY.
           MOVE SPACES TO VENDOR-HEADER-RECORD.
           MOVE "VENDOR REGISTRY LOAD ON " TO VRH-LABEL.
           ACCEPT LOG-DATE-WORK FROM DATE YYYYMMDD.
           MOVE LOG-DATE-WORK TO VRH-VALUE.
           WRITE VENDOR-HEADER-RECORD.
           DISPLAY "VENDOR REGISTRY LOAD FROM " VENDOR-LOAD-NAME.

           OPEN INPUT VENDORLOADFILE.
           EVALUATE VLD-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "ABEND - VENDOR LOAD FILE NOT FOUND: "
                       VENDOR-LOAD-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " VLD-FS
                       ": " VENDOR-LOAD-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           READ VENDORLOADFILE
               AT END
                   SET END-OF-VENDOR-LOAD TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-VENDOR-LOAD
               IF VENDOR-LOAD-RECORD NOT = SPACES
                   AND VENDOR-LOAD-RECORD(1:1) NOT = "*"
                   ADD 1 TO RECORDS-READ
                   PERFORM APPLY-VENDOR-LOAD-RECORD
               END-IF
               READ VENDORLOADFILE
                   AT END
                       SET END-OF-VENDOR-LOAD TO TRUE
               END-READ
           END-PERFORM.
           CLOSE VENDORLOADFILE.

           MOVE SPACES TO VENDOR-TOTAL-RECORD.
           MOVE "VENDORS ADDED" TO VRT-LABEL.
           MOVE ADDED-COUNT TO VRT-COUNT.
           WRITE VENDOR-TOTAL-RECORD.
           MOVE "VENDORS CHANGED" TO VRT-LABEL.
           MOVE CHANGED-COUNT TO VRT-COUNT.
           WRITE VENDOR-TOTAL-RECORD.
           MOVE "VENDORS DELETED" TO VRT-LABEL.
           MOVE DELETED-COUNT TO VRT-COUNT.
           WRITE VENDOR-TOTAL-RECORD.
           MOVE "LOAD RECORDS REJECTED" TO VRT-LABEL.
           MOVE REJECTED-COUNT TO VRT-COUNT.
           WRITE VENDOR-TOTAL-RECORD.

           DISPLAY "VENDOR LOAD RECORDS READ " RECORDS-READ.
           DISPLAY "VENDORS ADDED            " ADDED-COUNT.
           DISPLAY "VENDORS CHANGED          " CHANGED-COUNT.
           DISPLAY "VENDORS DELETED          " DELETED-COUNT.
           DISPLAY "LOAD RECORDS REJECTED    " REJECTED-COUNT.

       APPLY-VENDOR-LOAD-RECORD.
           MOVE SPACES TO ENTRY-ACTION.
           MOVE SPACES TO ENTRY-REASON.
           MOVE ZERO TO NEW-MIN-RECORDS.
           MOVE ZERO TO NEW-MAX-RECORDS.
           IF VLD-FILE-ID = SPACES
               MOVE "REJECTED" TO ENTRY-ACTION
               MOVE "FILE ID MISSING" TO ENTRY-REASON
           END-IF.
           IF ENTRY-ACTION = SPACES
               AND (VLD-ACTION = "A" OR VLD-ACTION = "C")
               PERFORM VALIDATE-VENDOR-LOAD-RECORD
           END-IF.
           IF ENTRY-ACTION = SPACES
               MOVE VLD-FILE-ID TO VR-FILE-ID
               EVALUATE VLD-ACTION
                   WHEN "A"
                       PERFORM ADD-REGISTRY-RECORD
                   WHEN "C"
                       PERFORM CHANGE-REGISTRY-RECORD
                   WHEN "D"
                       PERFORM DELETE-REGISTRY-RECORD
                   WHEN OTHER
                       MOVE "REJECTED" TO ENTRY-ACTION
                       MOVE "ACTION NOT A, C OR D" TO ENTRY-REASON
               END-EVALUATE
           END-IF.
           EVALUATE ENTRY-ACTION
               WHEN "ADDED"
                   ADD 1 TO ADDED-COUNT
               WHEN "CHANGED"
                   ADD 1 TO CHANGED-COUNT
               WHEN "DELETED"
                   ADD 1 TO DELETED-COUNT
               WHEN OTHER
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY "VENDOR LOAD RECORD " ENTRY-ACTION " - "
                       ENTRY-REASON ": " VLD-FILE-ID
           END-EVALUATE.
           MOVE SPACES TO VENDOR-REPORT-RECORD.
           MOVE ENTRY-ACTION TO VRP-ACTION.
           MOVE VLD-FILE-ID TO VRP-FILE-ID.
           MOVE VLD-VENDOR-NAME TO VRP-VENDOR-NAME.
           MOVE VLD-DELIVERY-DAYS TO VRP-DELIVERY-DAYS.
           MOVE VLD-CUTOFF-TIME TO VRP-CUTOFF-TIME.
           MOVE NEW-MIN-RECORDS TO VRP-MIN-RECORDS.
           MOVE NEW-MAX-RECORDS TO VRP-MAX-RECORDS.
           EVALUATE VLD-ACTIVE-FLAG
               WHEN "A"
                   MOVE "ACTIVE" TO VRP-STATUS
               WHEN "I"
                   MOVE "INACTIVE" TO VRP-STATUS
           END-EVALUATE.
           MOVE ENTRY-REASON TO VRP-REASON.
           WRITE VENDOR-REPORT-RECORD.
           ADD 1 TO RECORDS-WRITTEN.

       VALIDATE-VENDOR-LOAD-RECORD.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > 7
               IF VLD-DELIVERY-DAYS(DAY-IDX:1) NOT = "Y"
                   AND VLD-DELIVERY-DAYS(DAY-IDX:1) NOT = "N"
                   MOVE "REJECTED" TO ENTRY-ACTION
                   MOVE "DELIVERY DAYS NOT Y/N X 7" TO ENTRY-REASON
               END-IF
           END-PERFORM.
           IF VLD-CUTOFF-TIME NOT NUMERIC
               MOVE "REJECTED" TO ENTRY-ACTION
               MOVE "CUTOFF TIME NOT HHMM" TO ENTRY-REASON
           ELSE
               MOVE VLD-CUTOFF-TIME TO NEW-CUTOFF-TIME
               IF NEW-CUTOFF-TIME > 2359
                   OR FUNCTION MOD(NEW-CUTOFF-TIME, 100) > 59
                   MOVE "REJECTED" TO ENTRY-ACTION
                   MOVE "CUTOFF TIME NOT HHMM" TO ENTRY-REASON
               END-IF
           END-IF.
           MOVE VLD-MIN-RECORDS TO NUMERIC-WORK.
           PERFORM VALIDATE-NUMERIC-WORK.
           IF NOT FIELD-IS-NUMERIC
               MOVE "REJECTED" TO ENTRY-ACTION
               MOVE "MINIMUM RECORDS NOT NUMERIC" TO ENTRY-REASON
           ELSE
               MOVE WORK-NUMBER TO NEW-MIN-RECORDS
           END-IF.
           MOVE VLD-MAX-RECORDS TO NUMERIC-WORK.
           PERFORM VALIDATE-NUMERIC-WORK.
           IF NOT FIELD-IS-NUMERIC
               MOVE "REJECTED" TO ENTRY-ACTION
               MOVE "MAXIMUM RECORDS NOT NUMERIC" TO ENTRY-REASON
           ELSE
               MOVE WORK-NUMBER TO NEW-MAX-RECORDS
           END-IF.
           IF ENTRY-ACTION = SPACES
               AND NEW-MAX-RECORDS NOT = ZERO
               AND NEW-MIN-RECORDS > NEW-MAX-RECORDS
               MOVE "REJECTED" TO ENTRY-ACTION
               MOVE "MINIMUM EXCEEDS MAXIMUM" TO ENTRY-REASON
           END-IF.
           IF VLD-ACTIVE-FLAG NOT = "A"
               AND VLD-ACTIVE-FLAG NOT = "I"
               MOVE "REJECTED" TO ENTRY-ACTION
               MOVE "ACTIVE FLAG NOT A OR I" TO ENTRY-REASON
           END-IF.

       MOVE-LOAD-TO-REGISTRY.
           MOVE VLD-FILE-ID TO VR-FILE-ID.
           MOVE VLD-VENDOR-NAME TO VR-VENDOR-NAME.
           MOVE VLD-DELIVERY-DAYS TO VR-DELIVERY-DAYS.
           MOVE NEW-CUTOFF-TIME TO VR-CUTOFF-TIME.
           MOVE NEW-MIN-RECORDS TO VR-MIN-RECORDS.
           MOVE NEW-MAX-RECORDS TO VR-MAX-RECORDS.
           MOVE VLD-ACTIVE-FLAG TO VR-ACTIVE-FLAG.

       ADD-REGISTRY-RECORD.
           PERFORM MOVE-LOAD-TO-REGISTRY.
           WRITE VENDOR-REGISTRY-RECORD
               INVALID KEY
                   MOVE "REJECTED" TO ENTRY-ACTION
                   MOVE "FILE ID ALREADY REGISTERED" TO ENTRY-REASON
               NOT INVALID KEY
                   MOVE "ADDED" TO ENTRY-ACTION
           END-WRITE.

       CHANGE-REGISTRY-RECORD.
           READ VENDORREG
               INVALID KEY
                   MOVE "NOTFOUND" TO ENTRY-ACTION
                   MOVE "FILE ID NOT REGISTERED" TO ENTRY-REASON
           END-READ.
           IF ENTRY-ACTION = SPACES
               PERFORM MOVE-LOAD-TO-REGISTRY
               REWRITE VENDOR-REGISTRY-RECORD
               IF VR-FS = "00"
                   MOVE "CHANGED" TO ENTRY-ACTION
               ELSE
                   MOVE "REJECTED" TO ENTRY-ACTION
                   STRING "REWRITE FAILED, STATUS " VR-FS
                       DELIMITED BY SIZE INTO ENTRY-REASON
               END-IF
           END-IF.

       DELETE-REGISTRY-RECORD.
           READ VENDORREG
               INVALID KEY
                   MOVE "NOTFOUND" TO ENTRY-ACTION
                   MOVE "FILE ID NOT REGISTERED" TO ENTRY-REASON
           END-READ.
           IF ENTRY-ACTION = SPACES
               DELETE VENDORREG RECORD
               IF VR-FS = "00"
                   MOVE "DELETED" TO ENTRY-ACTION
               ELSE
                   MOVE "REJECTED" TO ENTRY-ACTION
                   STRING "DELETE FAILED, STATUS " VR-FS
                       DELIMITED BY SIZE INTO ENTRY-REASON
               END-IF
           END-IF.

       LIST-VENDOR-REGISTRY.
           MOVE SPACES TO VENDOR-HEADER-RECORD.
           MOVE "VENDOR REGISTRY LISTING ON " TO VRH-LABEL.
           ACCEPT LOG-DATE-WORK FROM DATE YYYYMMDD.
           MOVE LOG-DATE-WORK TO VRH-VALUE.
           WRITE VENDOR-HEADER-RECORD.

           MOVE LOW-VALUES TO VR-FILE-ID.
           START VENDORREG KEY >= VR-FILE-ID
               INVALID KEY
                   SET END-OF-REGISTRY TO TRUE
           END-START.
           IF NOT END-OF-REGISTRY
               PERFORM READ-NEXT-REGISTRY-RECORD
           END-IF.
           PERFORM UNTIL END-OF-REGISTRY
               ADD 1 TO RECORDS-READ
               MOVE SPACES TO VENDOR-REPORT-RECORD
               MOVE "VENDOR" TO VRP-ACTION
               MOVE VR-FILE-ID TO VRP-FILE-ID
               MOVE VR-VENDOR-NAME TO VRP-VENDOR-NAME
               MOVE VR-DELIVERY-DAYS TO VRP-DELIVERY-DAYS
               MOVE VR-CUTOFF-TIME TO VRP-CUTOFF-TIME
               MOVE VR-MIN-RECORDS TO VRP-MIN-RECORDS
               MOVE VR-MAX-RECORDS TO VRP-MAX-RECORDS
               IF VR-ACTIVE
                   MOVE "ACTIVE" TO VRP-STATUS
                   ADD 1 TO ACTIVE-COUNT
               ELSE
                   MOVE "INACTIVE" TO VRP-STATUS
                   ADD 1 TO INACTIVE-COUNT
               END-IF
               WRITE VENDOR-REPORT-RECORD
               ADD 1 TO RECORDS-WRITTEN
               PERFORM READ-NEXT-REGISTRY-RECORD
           END-PERFORM.

           MOVE SPACES TO VENDOR-TOTAL-RECORD.
           MOVE "ACTIVE VENDORS" TO VRT-LABEL.
           MOVE ACTIVE-COUNT TO VRT-COUNT.
           WRITE VENDOR-TOTAL-RECORD.
           MOVE "INACTIVE VENDORS" TO VRT-LABEL.
           MOVE INACTIVE-COUNT TO VRT-COUNT.
           WRITE VENDOR-TOTAL-RECORD.
           DISPLAY "ACTIVE VENDORS   " ACTIVE-COUNT.
           DISPLAY "INACTIVE VENDORS " INACTIVE-COUNT.

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

       GET-RUN-PARAMETERS.
           PERFORM LOAD-PARM-CARD.

           MOVE "AOC_VENDOR_REGISTRY_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO REGISTRY-FILE-NAME
           END-IF.
           MOVE REGISTRY-FILE-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_VENDOR_ACTION" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO VENDOR-ACTION
               IF NOT LOAD-ACTION
                   AND NOT LIST-ACTION
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
           END-IF.
           MOVE VENDOR-ACTION TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_VENDOR_LOAD_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO VENDOR-LOAD-NAME
           END-IF.
           MOVE VENDOR-LOAD-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_VENDOR_REPORT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO VENDOR-REPORT-NAME
           END-IF.
           MOVE VENDOR-REPORT-NAME TO PARM-ECHO-VALUE.
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
