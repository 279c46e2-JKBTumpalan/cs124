                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RM_KEY
                   FILE STATUS IS FS_READMAST.
               SELECT READ_JOURNAL_FILE ASSIGN TO "READJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_READJRNL.

       DATA DIVISION.
           FILE SECTION.
                   03 RM_POINT PIC X(4).
                   03 RM_SEQ PIC 9(3).
               02 RM_VALUE PIC 9(3).
               02 RM_EST_FLAG PIC X(1).

           FD  READ_JOURNAL_FILE.
           01  READ_JOURNAL_RECORD.
               02 RJ_STAMP.
                   03 RJ_STAMP_DATE PIC 9(8).
                   03 RJ_STAMP_TIME PIC 9(8).
               02 RJ_ACTION PIC X(1).
               02 RJ_KEY.
                   03 RJ_RUN_DATE PIC 9(8).
                   03 RJ_POINT PIC X(4).
                   03 RJ_SEQ PIC 9(3).
               02 RJ_BEFORE_VALUE PIC 9(3).
               02 RJ_AFTER_VALUE PIC 9(3).
               02 RJ_BEFORE_EST PIC X(1).
               02 RJ_AFTER_EST PIC X(1).
               02 RJ_OPER_ID PIC X(3).
               02 RJ_PROGRAM PIC X(8).

       WORKING-STORAGE SECTION.
           77 FS_READSEQ PIC XX.
           77 FS_READMAST PIC XX.
           77 FS_READJRNL PIC XX.
           77 JRNL_FAIL_COUNT PIC 9(7) VALUE 0.
           77 SEQ_EOF_SW PIC 9 VALUE 0.
               88 SEQ_EOF VALUE 1.
           77 CONV_RUN_DATE PIC 9(8).
                   CLOSE READINGS_SEQ_FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN EXTEND READ_JOURNAL_FILE
                   IF FS_READJRNL = "35"
                       OPEN OUTPUT READ_JOURNAL_FILE
                   END-IF
                   PERFORM CONVERT_ONE_RECORD UNTIL SEQ_EOF
                   CLOSE READINGS_SEQ_FILE
                   CLOSE READINGS_MASTER_FILE
                   CLOSE READ_JOURNAL_FILE
                   DISPLAY "RECORDS READ:      " READ_COUNT
                   DISPLAY "RECORDS LOADED:    " LOADED_COUNT
                   DISPLAY "POINT DEFAULTED:   " DEFAULTED_COUNT
                   DISPLAY "DUPLICATE KEYS:    " DUP_COUNT
                   DISPLAY "RECORDS REJECTED:  " BAD_COUNT
                   DISPLAY "JOURNAL FAILURES:  " JRNL_FAIL_COUNT
                   IF JRNL_FAIL_COUNT > 0
                       MOVE 6 TO RETURN-CODE
                   ELSE
                       IF BAD_COUNT > 0 OR DUP_COUNT > 0
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
               END-IF.

           WRITE_MASTER_RECORD.
               MOVE SPACE TO RM_EST_FLAG.
               WRITE READINGS_MASTER_RECORD
                   INVALID KEY
                       ADD 1 TO DUP_COUNT
                           " - RECORD SKIPPED **"
                   NOT INVALID KEY
                       ADD 1 TO LOADED_COUNT
                       PERFORM JOURNAL_LOADED_RECORD
               END-WRITE.

           JOURNAL_LOADED_RECORD.
               ACCEPT RJ_STAMP_DATE FROM DATE YYYYMMDD.
               ACCEPT RJ_STAMP_TIME FROM TIME.
               MOVE "A" TO RJ_ACTION.
               MOVE RM_KEY TO RJ_KEY.
               MOVE 0 TO RJ_BEFORE_VALUE.
               MOVE RM_VALUE TO RJ_AFTER_VALUE.
               MOVE SPACE TO RJ_BEFORE_EST.
               MOVE RM_EST_FLAG TO RJ_AFTER_EST.
               MOVE "SYS" TO RJ_OPER_ID.
               MOVE "TUMPRMCV" TO RJ_PROGRAM.
               WRITE READ_JOURNAL_RECORD.
               IF FS_READJRNL NOT = "00"
                   ADD 1 TO JRNL_FAIL_COUNT
               END-IF.
