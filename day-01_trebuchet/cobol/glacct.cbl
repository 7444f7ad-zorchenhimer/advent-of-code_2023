       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY1-GLACCT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GLACCTMAP ASSIGN TO DYNAMIC ACCOUNT-MAP-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GLA-MAP-KEY
               FILE STATUS IS GLA-FS.

       SELECT GLACCTLOADFILE ASSIGN TO DYNAMIC ACCOUNT-LOAD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS GLD-FS.

       SELECT GLACCTRPTFILE ASSIGN TO DYNAMIC ACCOUNT-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS GRP-FS.

       SELECT RUNLOGFILE ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS LOG-FS.

       DATA DIVISION.

       FILE SECTION.
       FD GLACCTMAP.
       01 GL-ACCOUNT-MAP-RECORD.
           05 GLA-MAP-KEY.
               10 GLA-KEY-TYPE   PIC X(1).
                   88 GLA-VENDOR-KEY  VALUE "V".
                   88 GLA-FILE-KEY    VALUE "F".
                   88 GLA-DEFAULT-KEY VALUE "D".
               10 GLA-KEY-VALUE  PIC X(100).
           05 GLA-DEBIT-ACCOUNT  PIC X(12).
           05 GLA-CREDIT-ACCOUNT PIC X(12).
           05 GLA-DESCRIPTION    PIC X(30).
           05 GLA-ACTIVE-FLAG    PIC X(1).
               88 GLA-ACTIVE     VALUE "A".
               88 GLA-INACTIVE   VALUE "I".

       FD GLACCTLOADFILE.
       01 GL-ACCOUNT-LOAD-RECORD.
           05 GLD-ACTION         PIC X(1).
           05 FILLER             PIC X(3).
           05 GLD-KEY-TYPE       PIC X(1).
           05 FILLER             PIC X(3).
           05 GLD-KEY-VALUE      PIC X(100).
           05 FILLER             PIC X(3).
           05 GLD-DEBIT-ACCOUNT  PIC X(12).
           05 FILLER             PIC X(3).
           05 GLD-CREDIT-ACCOUNT PIC X(12).
           05 FILLER             PIC X(3).
           05 GLD-DESCRIPTION    PIC X(30).
           05 FILLER             PIC X(3).
           05 GLD-ACTIVE-FLAG    PIC X(1).

       FD GLACCTRPTFILE.
       01 GL-ACCOUNT-REPORT-RECORD.
           05 GRP-ACTION         PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 GRP-KEY-TYPE       PIC X(7).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 GRP-DEBIT-ACCOUNT  PIC X(12).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 GRP-CREDIT-ACCOUNT PIC X(12).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 GRP-STATUS         PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 GRP-DESCRIPTION    PIC X(30).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 GRP-KEY-VALUE      PIC X(100).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 GRP-REASON         PIC X(30).
       01 GL-ACCOUNT-HEADER-RECORD.
           05 GRH-LABEL          PIC X(30).
           05 GRH-VALUE          PIC X(8).
       01 GL-ACCOUNT-TOTAL-RECORD.
           05 GRT-LABEL          PIC X(30).
           05 GRT-COUNT          PIC Z(7)9.

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
       01 ACCOUNT-MAP-NAME     PIC X(100) VALUE 'glacct.dat'.
       01 ACCOUNT-LOAD-NAME    PIC X(100) VALUE 'glaccts.txt'.
       01 ACCOUNT-REPORT-NAME  PIC X(100) VALUE 'glacct.txt'.
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

       77 GLA-FS PIC X(2).
       77 GLD-FS PIC X(2).
       77 GRP-FS PIC X(2).
       77 LOG-FS PIC X(2).
       77 LOG-PROGRAM-ID PIC X(18) VALUE "AOC-DAY1-GLACCT".
       77 LOG-DATE-WORK PIC 9(8).
       77 LOG-TIME-WORK PIC 9(8).
       77 GLD-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-ACCOUNT-LOAD VALUE "Y".
       77 GLA-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-ACCOUNT-MAP VALUE "Y".

       77 ACCOUNT-ACTION PIC X(4) VALUE "LIST".
           88 LOAD-ACTION VALUE "LOAD".
           88 LIST-ACTION VALUE "LIST".

       77 ENTRY-ACTION PIC X(8) VALUE SPACES.
       01 ENTRY-REASON PIC X(30) VALUE SPACES.

       77 RECORDS-READ PIC 9(8) VALUE ZERO.
       77 RECORDS-WRITTEN PIC 9(8) VALUE ZERO.
       77 ADDED-COUNT PIC 9(8) VALUE ZERO.
       77 CHANGED-COUNT PIC 9(8) VALUE ZERO.
       77 DELETED-COUNT PIC 9(8) VALUE ZERO.
       77 REJECTED-COUNT PIC 9(8) VALUE ZERO.
       77 ACTIVE-COUNT PIC 9(8) VALUE ZERO.
       77 INACTIVE-COUNT PIC 9(8) VALUE ZERO.
       77 DEFAULT-COUNT PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-PARAMETERS.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM OPEN-ACCOUNT-MAP.
           PERFORM OPEN-REPORT-FILE.

           IF LOAD-ACTION
               PERFORM LOAD-ACCOUNT-MAP
           ELSE
               PERFORM LIST-ACCOUNT-MAP
           END-IF.

           CLOSE GLACCTMAP.
           CLOSE GLACCTRPTFILE.
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
           MOVE ACCOUNT-ACTION TO LOG-GATE-VERDICT.
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

       OPEN-ACCOUNT-MAP.
           IF LOAD-ACTION
               OPEN I-O GLACCTMAP
               IF GLA-FS = "35"
                   DISPLAY "NEW GL ACCOUNT MAP: " ACCOUNT-MAP-NAME
                   OPEN OUTPUT GLACCTMAP
                   IF GLA-FS = "00"
                       CLOSE GLACCTMAP
                       OPEN I-O GLACCTMAP
                   END-IF
               END-IF
           ELSE
               OPEN INPUT GLACCTMAP
           END-IF.
           EVALUATE GLA-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "ABEND - GL ACCOUNT MAP NOT FOUND: "
                       ACCOUNT-MAP-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " GLA-FS
                       ": " ACCOUNT-MAP-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       OPEN-REPORT-FILE.
           OPEN OUTPUT GLACCTRPTFILE.
           IF GRP-FS NOT = "00"
               DISPLAY "ABEND - OPEN FAILED, FILE STATUS " GRP-FS
                   ": " ACCOUNT-REPORT-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ACCOUNT-MAP.
           MOVE SPACES TO GL-ACCOUNT-HEADER-RECORD.
           MOVE "GL ACCOUNT MAP LOAD ON " TO GRH-LABEL.
           ACCEPT LOG-DATE-WORK FROM DATE YYYYMMDD.
           MOVE LOG-DATE-WORK TO GRH-VALUE.
           WRITE GL-ACCOUNT-HEADER-RECORD.
           DISPLAY "GL ACCOUNT MAP LOAD FROM " ACCOUNT-LOAD-NAME.

           OPEN INPUT GLACCTLOADFILE.
           EVALUATE GLD-FS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "ABEND - GL ACCOUNT LOAD FILE NOT FOUND: "
                       ACCOUNT-LOAD-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ABEND - OPEN FAILED, FILE STATUS " GLD-FS
                       ": " ACCOUNT-LOAD-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           READ GLACCTLOADFILE
               AT END
                   SET END-OF-ACCOUNT-LOAD TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-ACCOUNT-LOAD
               IF GL-ACCOUNT-LOAD-RECORD NOT = SPACES
                   AND GL-ACCOUNT-LOAD-RECORD(1:1) NOT = "*"
                   ADD 1 TO RECORDS-READ
                   PERFORM APPLY-ACCOUNT-LOAD-RECORD
               END-IF
               READ GLACCTLOADFILE
                   AT END
                       SET END-OF-ACCOUNT-LOAD TO TRUE
               END-READ
           END-PERFORM.
           CLOSE GLACCTLOADFILE.

           MOVE SPACES TO GL-ACCOUNT-TOTAL-RECORD.
           MOVE "MAPPINGS ADDED" TO GRT-LABEL.
           MOVE ADDED-COUNT TO GRT-COUNT.
           WRITE GL-ACCOUNT-TOTAL-RECORD.
           MOVE "MAPPINGS CHANGED" TO GRT-LABEL.
           MOVE CHANGED-COUNT TO GRT-COUNT.
           WRITE GL-ACCOUNT-TOTAL-RECORD.
           MOVE "MAPPINGS DELETED" TO GRT-LABEL.
           MOVE DELETED-COUNT TO GRT-COUNT.
           WRITE GL-ACCOUNT-TOTAL-RECORD.
           MOVE "LOAD RECORDS REJECTED" TO GRT-LABEL.
           MOVE REJECTED-COUNT TO GRT-COUNT.
           WRITE GL-ACCOUNT-TOTAL-RECORD.

           DISPLAY "GL MAP LOAD RECORDS READ " RECORDS-READ.
           DISPLAY "MAPPINGS ADDED           " ADDED-COUNT.
           DISPLAY "MAPPINGS CHANGED         " CHANGED-COUNT.
           DISPLAY "MAPPINGS DELETED         " DELETED-COUNT.
           DISPLAY "LOAD RECORDS REJECTED    " REJECTED-COUNT.

       APPLY-ACCOUNT-LOAD-RECORD.
           MOVE SPACES TO ENTRY-ACTION.
           MOVE SPACES TO ENTRY-REASON.
           EVALUATE TRUE
               WHEN GLD-KEY-TYPE NOT = "V"
                   AND GLD-KEY-TYPE NOT = "F"
                   AND GLD-KEY-TYPE NOT = "D"
                   MOVE "REJECTED" TO ENTRY-ACTION
                   MOVE "KEY TYPE NOT V, F OR D" TO ENTRY-REASON
               WHEN GLD-KEY-TYPE = "D"
                   AND GLD-KEY-VALUE NOT = SPACES
                   MOVE "REJECTED" TO ENTRY-ACTION
                   MOVE "DEFAULT MAPPING TAKES NO KEY" TO ENTRY-REASON
               WHEN GLD-KEY-TYPE NOT = "D"
                   AND GLD-KEY-VALUE = SPACES
                   MOVE "REJECTED" TO ENTRY-ACTION
                   MOVE "MAPPING KEY MISSING" TO ENTRY-REASON
               WHEN GLD-KEY-TYPE = "V"
                   AND GLD-KEY-VALUE(9:92) NOT = SPACES
                   MOVE "REJECTED" TO ENTRY-ACTION
                   MOVE "VENDOR FILE ID OVER 8 BYTES" TO ENTRY-REASON
           END-EVALUATE.
           IF ENTRY-ACTION = SPACES
               AND (GLD-ACTION = "A" OR GLD-ACTION = "C")
               PERFORM VALIDATE-ACCOUNT-LOAD-RECORD
           END-IF.
           IF ENTRY-ACTION = SPACES
               MOVE GLD-KEY-TYPE TO GLA-KEY-TYPE
               MOVE GLD-KEY-VALUE TO GLA-KEY-VALUE
               EVALUATE GLD-ACTION
                   WHEN "A"
                       PERFORM ADD-ACCOUNT-MAP-RECORD
                   WHEN "C"
                       PERFORM CHANGE-ACCOUNT-MAP-RECORD
                   WHEN "D"
                       PERFORM DELETE-ACCOUNT-MAP-RECORD
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
                   DISPLAY "GL MAP LOAD RECORD " ENTRY-ACTION " - "
                       ENTRY-REASON ": " GLD-KEY-TYPE " "
                       GLD-KEY-VALUE(1:40)
           END-EVALUATE.
           MOVE SPACES TO GL-ACCOUNT-REPORT-RECORD.
           MOVE ENTRY-ACTION TO GRP-ACTION.
           MOVE GLD-KEY-TYPE TO GLA-KEY-TYPE.
           PERFORM SET-REPORT-KEY-TYPE.
           MOVE GLD-KEY-VALUE TO GRP-KEY-VALUE.
           MOVE GLD-DEBIT-ACCOUNT TO GRP-DEBIT-ACCOUNT.
           MOVE GLD-CREDIT-ACCOUNT TO GRP-CREDIT-ACCOUNT.
           EVALUATE GLD-ACTIVE-FLAG
               WHEN "A"
                   MOVE "ACTIVE" TO GRP-STATUS
               WHEN "I"
                   MOVE "INACTIVE" TO GRP-STATUS
           END-EVALUATE.
           MOVE GLD-DESCRIPTION TO GRP-DESCRIPTION.
           MOVE ENTRY-REASON TO GRP-REASON.
           WRITE GL-ACCOUNT-REPORT-RECORD.
           ADD 1 TO RECORDS-WRITTEN.

       VALIDATE-ACCOUNT-LOAD-RECORD.
           IF GLD-DEBIT-ACCOUNT = SPACES
               MOVE "REJECTED" TO ENTRY-ACTION
               MOVE "DEBIT ACCOUNT MISSING" TO ENTRY-REASON
           END-IF.
           IF GLD-CREDIT-ACCOUNT = SPACES
               MOVE "REJECTED" TO ENTRY-ACTION
               MOVE "CREDIT ACCOUNT MISSING" TO ENTRY-REASON
           END-IF.
           IF ENTRY-ACTION = SPACES
               AND GLD-DEBIT-ACCOUNT = GLD-CREDIT-ACCOUNT
               MOVE "REJECTED" TO ENTRY-ACTION
               MOVE "DEBIT AND CREDIT ACCOUNT SAME" TO ENTRY-REASON
           END-IF.
           IF GLD-ACTIVE-FLAG NOT = "A"
               AND GLD-ACTIVE-FLAG NOT = "I"
               MOVE "REJECTED" TO ENTRY-ACTION
               MOVE "ACTIVE FLAG NOT A OR I" TO ENTRY-REASON
           END-IF.

       MOVE-LOAD-TO-ACCOUNT-MAP.
           MOVE GLD-KEY-TYPE TO GLA-KEY-TYPE.
           MOVE GLD-KEY-VALUE TO GLA-KEY-VALUE.
           MOVE GLD-DEBIT-ACCOUNT TO GLA-DEBIT-ACCOUNT.
           MOVE GLD-CREDIT-ACCOUNT TO GLA-CREDIT-ACCOUNT.
           MOVE GLD-DESCRIPTION TO GLA-DESCRIPTION.
           MOVE GLD-ACTIVE-FLAG TO GLA-ACTIVE-FLAG.

       ADD-ACCOUNT-MAP-RECORD.
           PERFORM MOVE-LOAD-TO-ACCOUNT-MAP.
           WRITE GL-ACCOUNT-MAP-RECORD
               INVALID KEY
                   MOVE "REJECTED" TO ENTRY-ACTION
                   MOVE "MAPPING ALREADY ON FILE" TO ENTRY-REASON
               NOT INVALID KEY
                   MOVE "ADDED" TO ENTRY-ACTION
           END-WRITE.

       CHANGE-ACCOUNT-MAP-RECORD.
           READ GLACCTMAP
               INVALID KEY
                   MOVE "NOTFOUND" TO ENTRY-ACTION
                   MOVE "MAPPING NOT ON FILE" TO ENTRY-REASON
           END-READ.
           IF ENTRY-ACTION = SPACES
               PERFORM MOVE-LOAD-TO-ACCOUNT-MAP
               REWRITE GL-ACCOUNT-MAP-RECORD
               IF GLA-FS = "00"
                   MOVE "CHANGED" TO ENTRY-ACTION
               ELSE
                   MOVE "REJECTED" TO ENTRY-ACTION
                   STRING "REWRITE FAILED, STATUS " GLA-FS
                       DELIMITED BY SIZE INTO ENTRY-REASON
               END-IF
           END-IF.

       DELETE-ACCOUNT-MAP-RECORD.
           READ GLACCTMAP
               INVALID KEY
                   MOVE "NOTFOUND" TO ENTRY-ACTION
                   MOVE "MAPPING NOT ON FILE" TO ENTRY-REASON
           END-READ.
           IF ENTRY-ACTION = SPACES
               DELETE GLACCTMAP RECORD
               IF GLA-FS = "00"
                   MOVE "DELETED" TO ENTRY-ACTION
               ELSE
                   MOVE "REJECTED" TO ENTRY-ACTION
                   STRING "DELETE FAILED, STATUS " GLA-FS
                       DELIMITED BY SIZE INTO ENTRY-REASON
               END-IF
           END-IF.

       SET-REPORT-KEY-TYPE.
           EVALUATE TRUE
               WHEN GLA-VENDOR-KEY
                   MOVE "VENDOR" TO GRP-KEY-TYPE
               WHEN GLA-FILE-KEY
                   MOVE "FILE" TO GRP-KEY-TYPE
               WHEN GLA-DEFAULT-KEY
                   MOVE "DEFAULT" TO GRP-KEY-TYPE
               WHEN OTHER
                   MOVE GLA-KEY-TYPE TO GRP-KEY-TYPE
           END-EVALUATE.

       LIST-ACCOUNT-MAP.
           MOVE SPACES TO GL-ACCOUNT-HEADER-RECORD.
           MOVE "GL ACCOUNT MAP LISTING ON " TO GRH-LABEL.
           ACCEPT LOG-DATE-WORK FROM DATE YYYYMMDD.
           MOVE LOG-DATE-WORK TO GRH-VALUE.
           WRITE GL-ACCOUNT-HEADER-RECORD.

           MOVE LOW-VALUES TO GLA-MAP-KEY.
           START GLACCTMAP KEY >= GLA-MAP-KEY
               INVALID KEY
                   SET END-OF-ACCOUNT-MAP TO TRUE
           END-START.
           IF NOT END-OF-ACCOUNT-MAP
               PERFORM READ-NEXT-ACCOUNT-MAP-RECORD
           END-IF.
           PERFORM UNTIL END-OF-ACCOUNT-MAP
               ADD 1 TO RECORDS-READ
               MOVE SPACES TO GL-ACCOUNT-REPORT-RECORD
               MOVE "MAPPING" TO GRP-ACTION
               PERFORM SET-REPORT-KEY-TYPE
               MOVE GLA-KEY-VALUE TO GRP-KEY-VALUE
               MOVE GLA-DEBIT-ACCOUNT TO GRP-DEBIT-ACCOUNT
               MOVE GLA-CREDIT-ACCOUNT TO GRP-CREDIT-ACCOUNT
               MOVE GLA-DESCRIPTION TO GRP-DESCRIPTION
               IF GLA-ACTIVE
                   MOVE "ACTIVE" TO GRP-STATUS
                   ADD 1 TO ACTIVE-COUNT
                   IF GLA-DEFAULT-KEY
                       ADD 1 TO DEFAULT-COUNT
                   END-IF
               ELSE
                   MOVE "INACTIVE" TO GRP-STATUS
                   ADD 1 TO INACTIVE-COUNT
               END-IF
               WRITE GL-ACCOUNT-REPORT-RECORD
               ADD 1 TO RECORDS-WRITTEN
               PERFORM READ-NEXT-ACCOUNT-MAP-RECORD
           END-PERFORM.

           MOVE SPACES TO GL-ACCOUNT-TOTAL-RECORD.
           MOVE "ACTIVE MAPPINGS" TO GRT-LABEL.
           MOVE ACTIVE-COUNT TO GRT-COUNT.
           WRITE GL-ACCOUNT-TOTAL-RECORD.
           MOVE "INACTIVE MAPPINGS" TO GRT-LABEL.
           MOVE INACTIVE-COUNT TO GRT-COUNT.
           WRITE GL-ACCOUNT-TOTAL-RECORD.
           DISPLAY "ACTIVE MAPPINGS   " ACTIVE-COUNT.
           DISPLAY "INACTIVE MAPPINGS " INACTIVE-COUNT.
           IF DEFAULT-COUNT = 0
               DISPLAY "WARNING - NO ACTIVE DEFAULT MAPPING, "
                   "UNMAPPED FILES WILL HOLD THE GL EXTRACT"
           END-IF.

       READ-NEXT-ACCOUNT-MAP-RECORD.
           READ GLACCTMAP NEXT RECORD
               AT END
                   SET END-OF-ACCOUNT-MAP TO TRUE
           END-READ.
           IF NOT END-OF-ACCOUNT-MAP
               AND GLA-FS NOT = "00"
               DISPLAY "ABEND - READ FAILED, FILE STATUS " GLA-FS
                   ": " ACCOUNT-MAP-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       GET-RUN-PARAMETERS.
           PERFORM LOAD-PARM-CARD.

           MOVE "AOC_GL_ACCOUNT_MAP_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO ACCOUNT-MAP-NAME
           END-IF.
           MOVE ACCOUNT-MAP-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_GL_ACCOUNT_ACTION" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO ACCOUNT-ACTION
               IF NOT LOAD-ACTION
                   AND NOT LIST-ACTION
                   PERFORM ABEND-BAD-PARM-VALUE
               END-IF
           END-IF.
           MOVE ACCOUNT-ACTION TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_GL_ACCOUNT_LOAD_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO ACCOUNT-LOAD-NAME
           END-IF.
           MOVE ACCOUNT-LOAD-NAME TO PARM-ECHO-VALUE.
           PERFORM ECHO-PARM.

           MOVE "AOC_GL_ACCOUNT_REPORT_FILE" TO PARM-KEYWORD.
           PERFORM GET-ONE-PARM.
           IF PARM-SUPPLIED
               MOVE PARM-VALUE TO ACCOUNT-REPORT-NAME
           END-IF.
           MOVE ACCOUNT-REPORT-NAME TO PARM-ECHO-VALUE.
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
