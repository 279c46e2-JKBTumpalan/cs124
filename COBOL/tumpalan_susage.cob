               SELECT DAILY_SUMMARY_NEW_FILE ASSIGN TO "DAILYNEW"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_DAILYNEW.
               SELECT READ_JOURNAL_FILE ASSIGN TO "READJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_READJRNL.
               SELECT PERIOD_CONTROL_FILE ASSIGN TO "PERIODCT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_PERIODCT.
               SELECT AUDIT_LOG_FILE ASSIGN TO "AUDITLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_AUDITLOG.
               SELECT ERROR_LOG_FILE ASSIGN TO "ERRLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_ERRLOG.

       DATA DIVISION.
           FILE SECTION.
                   03 RM_POINT PIC X(4).
                   03 RM_SEQ PIC 9(3).
               02 RM_VALUE PIC 9(3).
               02 RM_EST_FLAG PIC X(1).

           FD  DAILY_SUMMARY_FILE.
           01  DAILY_SUMMARY_RECORD.
               02 DS_INT_SUM PIC 9(5).
               02 DS_AVERAGE PIC 9(3)V99.
               02 DS_ADJ_FLAG PIC X(1).
               02 DS_EST_FLAG PIC X(1).

           FD  DAILY_SUMMARY_NEW_FILE.
           01  DAILY_SUMMARY_NEW_RECORD PIC X(33).

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

           FD  PERIOD_CONTROL_FILE.
           01  PERIOD_CONTROL_RECORD.
               02 PC_MONTH PIC 9(6).
               02 PC_STATUS PIC X(1).
               02 PC_OPER_ID PIC X(3).
               02 PC_DATE PIC 9(8).
               02 PC_TIME PIC 9(8).

           FD  AUDIT_LOG_FILE.
           01  AUDIT_LOG_RECORD.
               02 AL_RUN_DATE PIC 9(8).
               02 AL_RUN_TIME PIC 9(8).
               02 AL_OPER_ID PIC X(3).
               02 AL_CHOICE PIC 99.
               02 AL_SUMMARY PIC X(40).

           FD  ERROR_LOG_FILE.
           01  ERROR_LOG_RECORD.
               02 EL_RUN_DATE PIC 9(8).
               02 EL_RUN_TIME PIC 9(8).
               02 EL_FIELD_NAME PIC X(10).
               02 EL_BAD_VALUE PIC X(10).
               02 EL_REASON PIC X(30).

       WORKING-STORAGE SECTION.
           77 FS_AGEPARM PIC XX.
           77 FS_READMAST PIC XX.
           77 FS_DAILYSUM PIC XX.
           77 FS_DAILYNEW PIC XX.
           77 FS_READJRNL PIC XX.
           77 JRNL_FAIL_COUNT PIC 9(5) VALUE 0.
           77 FS_PERIODCT PIC XX.
           77 FS_AUDITLOG PIC XX.
           77 FS_ERRLOG PIC XX.
           77 LOCK_COUNT PIC 9(5) VALUE 0.
           01 PL_TABLE.
               02 PL_ENTRY OCCURS 100 TIMES.
                   03 PL_MONTH PIC 9(6).
                   03 PL_STATUS PIC X(1).
           77 PL_USED PIC 9(3) VALUE 0.
           77 PL_IDX PIC 9(3).
           77 PL_HIT PIC 9(3) VALUE 0.
           77 PL_FOUND_SW PIC 9 VALUE 0.
               88 PL_FOUND VALUE 1.
           77 PL_OVERFLOW_SW PIC 9 VALUE 0.
               88 PL_OVERFLOW VALUE 1.
           77 PL_EOF_SW PIC 9 VALUE 0.
               88 PL_EOF VALUE 1.
           77 PL_CHK_MONTH PIC 9(6).
           77 AGE_LIMIT PIC 9(3) VALUE 5.
           77 DISP_RUN_DATE PIC 9(8).
           77 DISP_RUN_INT PIC 9(7).
           77 RD_INT_SUM PIC 9(5).
           77 RD_AVERAGE PIC 9(3)V99.
           77 RD_ADJ_FLAG PIC X(1).
           77 RD_EST_FLAG PIC X(1).
           77 RD_BUS_MONTH PIC 9(6).
           77 RD_EOF_SW PIC 9 VALUE 0.
               88 RD_EOF VALUE 1.
           COMPUTE DISP_RUN_INT =
               FUNCTION INTEGER-OF-DATE(DISP_RUN_DATE).
           MOVE DISP_RUN_DATE(1:6) TO DISP_RUN_MONTH.
           PERFORM LOAD_PERIOD_CONTROL.
           OPEN OUTPUT SUSP_REPORT_FILE.
           PERFORM WRITE_SUSP_HEADER.
           OPEN INPUT SUSPENSE_FILE.
               PERFORM PUT_SUSP_LINE
           ELSE
               PERFORM OPEN_READINGS_MASTER
               PERFORM OPEN_READ_JOURNAL
               PERFORM OPEN_AUDIT_LOG
               PERFORM OPEN_ERROR_LOG
               OPEN OUTPUT SUSPENSE_NEW_FILE
               PERFORM DISPOSE_ONE_SUSPENSE UNTIL SP_EOF
               CLOSE SUSPENSE_FILE
               CLOSE SUSPENSE_NEW_FILE
               CLOSE READ_JOURNAL_FILE
               CLOSE AUDIT_LOG_FILE
               CLOSE ERROR_LOG_FILE
               IF RM_OPEN
                   CLOSE READINGS_MASTER_FILE
               END-IF
           CLOSE SUSP_REPORT_FILE.
           DISPLAY "SUSPENSE DISPOSITION COMPLETE: " PEND_COUNT
               " PENDING (" ESC_COUNT " ESCALATED), " POST_COUNT
               " POSTED, " POST_FAIL_COUNT " POST FAILURE(S), "
               LOCK_COUNT " HELD FOR A CLOSED PERIOD".
           IF POST_FAIL_COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF JRNL_FAIL_COUNT > 0
                   MOVE 6 TO RETURN-CODE
               ELSE
                   IF ESC_COUNT > 0 OR LOCK_COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           STOP RUN.
                       "SUSPENSE **"
               END-IF.

           OPEN_READ_JOURNAL.
               OPEN EXTEND READ_JOURNAL_FILE.
               IF FS_READJRNL = "35"
                   OPEN OUTPUT READ_JOURNAL_FILE
               END-IF.

           OPEN_AUDIT_LOG.
               OPEN EXTEND AUDIT_LOG_FILE.
               IF FS_AUDITLOG = "35"
                   OPEN OUTPUT AUDIT_LOG_FILE
               END-IF.

           OPEN_ERROR_LOG.
               OPEN EXTEND ERROR_LOG_FILE.
               IF FS_ERRLOG = "35"
                   OPEN OUTPUT ERROR_LOG_FILE
               END-IF.

           LOAD_PERIOD_CONTROL.
               MOVE 0 TO PL_USED.
               OPEN INPUT PERIOD_CONTROL_FILE.
               IF FS_PERIODCT = "00"
                   MOVE 0 TO PL_EOF_SW
                   PERFORM READ_PERIOD_CONTROL UNTIL PL_EOF
                   CLOSE PERIOD_CONTROL_FILE
               END-IF.

           READ_PERIOD_CONTROL.
               READ PERIOD_CONTROL_FILE
                   AT END
                       MOVE 1 TO PL_EOF_SW
                   NOT AT END
                       MOVE PC_MONTH TO PL_CHK_MONTH
                       PERFORM FIND_PERIOD_MONTH
                       IF PL_FOUND
                           MOVE PC_STATUS TO PL_STATUS(PL_HIT)
                       ELSE
                           IF PL_USED < 100
                               ADD 1 TO PL_USED
                               MOVE PC_MONTH TO PL_MONTH(PL_USED)
                               MOVE PC_STATUS TO PL_STATUS(PL_USED)
                           ELSE
                               IF NOT PL_OVERFLOW
                                   SET PL_OVERFLOW TO TRUE
                                   DISPLAY "** MORE THAN 100 PERIOD "
                                       "CONTROL MONTHS - EXCESS "
                                       "IGNORED **"
                               END-IF
                           END-IF
                       END-IF
               END-READ.

           FIND_PERIOD_MONTH.
               MOVE 0 TO PL_FOUND_SW.
               MOVE 0 TO PL_HIT.
               PERFORM MATCH_ONE_PERIOD VARYING PL_IDX FROM 1 BY 1
                   UNTIL PL_IDX > PL_USED.

           MATCH_ONE_PERIOD.
               IF NOT PL_FOUND AND PL_MONTH(PL_IDX) = PL_CHK_MONTH
                   SET PL_FOUND TO TRUE
                   MOVE PL_IDX TO PL_HIT
               END-IF.

           DISPOSE_ONE_SUSPENSE.
               READ SUSPENSE_FILE
                   AT END
                           PERFORM AGE_ONE_PENDING
                           PERFORM KEEP_SUSPENSE_RECORD
                       WHEN "R"
                           MOVE SP_RUN_DATE(1:6) TO PL_CHK_MONTH
                           PERFORM FIND_PERIOD_MONTH
                           IF PL_FOUND AND PL_STATUS(PL_HIT) = "C"
                               PERFORM HOLD_CLOSED_PERIOD
                           ELSE
                               IF RM_OPEN
                                   PERFORM POST_ONE_RELEASED
                               ELSE
                                   ADD 1 TO POST_FAIL_COUNT
                                   PERFORM KEEP_SUSPENSE_RECORD
                               END-IF
                           END-IF
                       WHEN OTHER
                           PERFORM KEEP_SUSPENSE_RECORD
                   MOVE SP_POINT TO RM_POINT
                   MOVE GR_NEXT_SEQ(GR_HIT) TO RM_SEQ
                   MOVE SP_VALUE TO RM_VALUE
                   MOVE SPACE TO RM_EST_FLAG
                   WRITE READINGS_MASTER_RECORD
                       INVALID KEY
                           ADD 1 TO POST_FAIL_COUNT
                           PERFORM PUT_SUSP_LINE
                       NOT INVALID KEY
                           ADD 1 TO POST_COUNT
                           PERFORM JOURNAL_POSTED_READING
                           MOVE SPACES TO SA_LINE
                           STRING SP_RUN_DATE " " SP_POINT " "
                               SP_VALUE " POSTED TO READMAST SEQ "
                   END-WRITE
               END-IF.

           HOLD_CLOSED_PERIOD.
               ADD 1 TO LOCK_COUNT.
               PERFORM KEEP_SUSPENSE_RECORD.
               MOVE SPACES TO SA_LINE.
               STRING SP_RUN_DATE " " SP_POINT " " SP_VALUE
                   " *** PERIOD " PL_CHK_MONTH " CLOSED - LEFT ON "
                   "SUSPENSE ***"
                   DELIMITED BY SIZE INTO SA_LINE.
               PERFORM PUT_SUSP_LINE.
               ACCEPT EL_RUN_DATE FROM DATE YYYYMMDD.
               ACCEPT EL_RUN_TIME FROM TIME.
               MOVE "PERIOD" TO EL_FIELD_NAME.
               MOVE PL_CHK_MONTH TO EL_BAD_VALUE.
               MOVE "PERIOD CLOSED - POST REFUSED" TO EL_REASON.
               WRITE ERROR_LOG_RECORD.
               ACCEPT AL_RUN_DATE FROM DATE YYYYMMDD.
               ACCEPT AL_RUN_TIME FROM TIME.
               MOVE "SYS" TO AL_OPER_ID.
               MOVE 0 TO AL_CHOICE.
               MOVE SPACES TO AL_SUMMARY.
               STRING "CLOSED PERIOD REFUSED " SP_RUN_DATE " "
                   SP_POINT
                   DELIMITED BY SIZE INTO AL_SUMMARY.
               WRITE AUDIT_LOG_RECORD.

           JOURNAL_POSTED_READING.
               ACCEPT RJ_STAMP_DATE FROM DATE YYYYMMDD.
               ACCEPT RJ_STAMP_TIME FROM TIME.
               MOVE "A" TO RJ_ACTION.
               MOVE RM_KEY TO RJ_KEY.
               MOVE 0 TO RJ_BEFORE_VALUE.
               MOVE RM_VALUE TO RJ_AFTER_VALUE.
               MOVE SPACE TO RJ_BEFORE_EST.
               MOVE RM_EST_FLAG TO RJ_AFTER_EST.
               MOVE "SYS" TO RJ_OPER_ID.
               MOVE "TUMPSUSP" TO RJ_PROGRAM.
               WRITE READ_JOURNAL_RECORD.
               IF FS_READJRNL NOT = "00"
                   ADD 1 TO JRNL_FAIL_COUNT
                   DISPLAY "** READINGS JOURNAL WRITE FAILED, STATUS="
                       FS_READJRNL " **"
               END-IF.

           FIND_POST_GROUP.
               MOVE 0 TO GR_FOUND_SW.
               MOVE 0 TO GR_HIT.
               MOVE 0 TO RD_ODD_COUNT.
               MOVE 0 TO RD_EVEN_COUNT.
               MOVE 0 TO RD_INT_SUM.
               MOVE SPACE TO RD_EST_FLAG.
               OPEN INPUT READINGS_MASTER_FILE.
               MOVE 0 TO RMS_EOF_SW.
               MOVE RD_DATE TO RM_RUN_DATE.
                           ELSE
                               ADD 1 TO RD_ODD_COUNT
                           END-IF
                           IF RM_EST_FLAG = "E"
                               MOVE "E" TO RD_EST_FLAG
                           END-IF
                       ELSE
                           MOVE 1 TO RMS_EOF_SW
                       END-IF
               MOVE RD_INT_SUM TO DS_INT_SUM.
               MOVE RD_AVERAGE TO DS_AVERAGE.
               MOVE RD_ADJ_FLAG TO DS_ADJ_FLAG.
               MOVE RD_EST_FLAG TO DS_EST_FLAG.
               MOVE DAILY_SUMMARY_RECORD TO DAILY_SUMMARY_NEW_RECORD.
               WRITE DAILY_SUMMARY_NEW_RECORD.

                   "  POST FAILURES: " POST_FAIL_COUNT
                   DELIMITED BY SIZE INTO SA_LINE.
               PERFORM PUT_SUSP_LINE.
               MOVE SPACES TO SA_LINE.
               STRING "HELD FOR A CLOSED PERIOD: " LOCK_COUNT
                   DELIMITED BY SIZE INTO SA_LINE.
               PERFORM PUT_SUSP_LINE.

           PUT_SUSP_LINE.
               MOVE SA_LINE TO SUSP_REPORT_RECORD.
