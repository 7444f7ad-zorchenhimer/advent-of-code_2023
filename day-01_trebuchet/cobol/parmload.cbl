               10 CE-KEYWORD PIC X(30).
               10 CE-VALUE   PIC X(100).

       77 KEYWORD-LIMIT PIC 9(3) VALUE 150.
       77 KEYWORD-COUNT PIC 9(3) VALUE ZERO.
       01 KEYWORD-TABLE.
           05 KEYWORD-ENTRY OCCURS 150 TIMES
               INDEXED BY KW-IDX.
               10 KW-NAME PIC X(30).
               10 KW-TYPE PIC X.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_QUARANTINE_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_JOB_STREAM_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_JOB_STATUS_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_JOB_MODE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_RESTART_STEP" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_CALENDAR_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_HOLIDAY_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_CALENDAR_REPORT_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_CALENDAR_ACTION" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_ACCEPT_PRIOR_BUS_DATE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_ACK_AGE_BASIS" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_RETENTION_BASIS" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_VENDOR_REGISTRY_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_VENDOR_ACTION" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_VENDOR_LOAD_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_VENDOR_REPORT_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_VENDOR_REGISTRY_CHECK" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_LANDING_MANIFEST" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_INTAKE_REPORT_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_MASTER_JOURNAL_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_MASTER_UNLOAD_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_JOURNAL_REPORT_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_RECOVERY_REPORT_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_PROFILE_HISTORY_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_DRIFT_REPORT_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_DRIFT_MATCH_BY" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_EXCEPTION_CASES" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_EXCEPTION_CASE_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_CASE_TRANSACTION_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_CASE_REPORT_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_CASE_AGING_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_CASE_AGE_BASIS" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_GL_ACCOUNT_MAP_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_GL_ACCOUNT_ACTION" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_GL_ACCOUNT_LOAD_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_GL_ACCOUNT_REPORT_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_GL_HISTORY_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_GL_JOURNAL_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_APPROVAL_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_OPERATOR_TABLE_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_APPROVAL_AUDIT_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_APPROVAL_TRANSACTION_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_APPROVAL_REPORT_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_AUDIT_REPORT_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_APPROVAL_ACTION" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_OPERATOR_ID" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_AUDIT_OPERATOR" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_PARTITION_STATUS_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_MGMT_PACKET_FILE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.

           MOVE "N" TO KW-TYPE-WORK.
           MOVE "AOC_CONTROL_RECORD_COUNT" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_ACK_AGE_DAYS" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_CALENDAR_YEAR" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_JOURNAL_FROM_DATE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_JOURNAL_TO_DATE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_RECOVER_TO_DATE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_RECOVER_TO_TIME" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_DRIFT_BASELINE_RUNS" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_CASE_AGE_DAYS" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_AUDIT_FROM_DATE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_AUDIT_TO_DATE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_PARTITION_COUNT" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_PARTITION_NUMBER" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_PACKET_PAGE_LINES" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.

           MOVE "D" TO KW-TYPE-WORK.
           MOVE "AOC_EXCEPTION_PCT" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_VARIANCE_TOLERANCE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_DRIFT_SHARE_TOLERANCE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_DRIFT_MEAN_TOLERANCE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_DRIFT_SCAN_TOLERANCE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
           MOVE "AOC_DRIFT_NOVALUE_TOLERANCE" TO KW-NAME-WORK.
           PERFORM ADD-ONE-KEYWORD.
