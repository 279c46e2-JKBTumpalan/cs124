       IDENTIFICATION DIVISION.
       PROGRAM-ID. tumpalan_restore.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RESTORE_PARAM_FILE ASSIGN TO "RSTPRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_RSTPRM.
               SELECT BACKUP_CONTROL_FILE ASSIGN TO "BKUPCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_BKUPCTL.
               SELECT MASTER_BACKUP_FILE ASSIGN TO "RMBACKUP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_RMBACKUP.
               SELECT SUMMARY_BACKUP_FILE ASSIGN TO "DSBACKUP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_DSBACKUP.
               SELECT READINGS_MASTER_FILE ASSIGN TO "READMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RM_KEY
                   FILE STATUS IS FS_READMAST.
               SELECT DAILY_SUMMARY_FILE ASSIGN TO "DAILYSUM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_DAILYSUM.
               SELECT DAILY_SUMMARY_NEW_FILE ASSIGN TO "DAILYNEW"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_DAILYNEW.
               SELECT READ_JOURNAL_FILE ASSIGN TO "READJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_READJRNL.
               SELECT READ_JOURNAL_NEW_FILE ASSIGN TO "JRNLNEW"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_JRNLNEW.
               SELECT RUN_CONTROL_FILE ASSIGN TO "RUNCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_RUNCTL.
               SELECT RUN_CONTROL_NEW_FILE ASSIGN TO "RUNNEW"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_RUNNEW.
               SELECT AUDIT_LOG_FILE ASSIGN TO "AUDITLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_AUDITLOG.
               SELECT RESTORE_REPORT_FILE ASSIGN TO "RSTRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_RSTRPT.

       DATA DIVISION.
           FILE SECTION.
           FD  RESTORE_PARAM_FILE.
           01  RESTORE_PARAM_RECORD.
               02 RP_MODE PIC X(1).
               02 RP_STOP_DATE PIC 9(8).
               02 RP_STOP_TIME PIC 9(8).

           FD  BACKUP_CONTROL_FILE.
           01  BACKUP_CONTROL_RECORD.
               02 BC_STAMP.
                   03 BC_STAMP_DATE PIC 9(8).
                   03 BC_STAMP_TIME PIC 9(8).
               02 BC_RM_COUNT PIC 9(9).
               02 BC_RM_VALUE_HASH PIC 9(15).
               02 BC_RM_DATE_HASH PIC 9(15).
               02 BC_DS_COUNT PIC 9(9).
               02 BC_DS_COUNT_HASH PIC 9(15).
               02 BC_DS_VALUE_HASH PIC 9(15).

           FD  MASTER_BACKUP_FILE.
           01  MASTER_BACKUP_RECORD.
               02 MB_KEY.
                   03 MB_RUN_DATE PIC 9(8).
                   03 MB_POINT PIC X(4).
                   03 MB_SEQ PIC 9(3).
               02 MB_VALUE PIC 9(3).
               02 MB_EST_FLAG PIC X(1).

           FD  SUMMARY_BACKUP_FILE.
           01  SUMMARY_BACKUP_RECORD PIC X(33).

           FD  READINGS_MASTER_FILE.
           01  READINGS_MASTER_RECORD.
               02 RM_KEY.
                   03 RM_RUN_DATE PIC 9(8).
                   03 RM_POINT PIC X(4).
                   03 RM_SEQ PIC 9(3).
               02 RM_VALUE PIC 9(3).
               02 RM_EST_FLAG PIC X(1).

           FD  DAILY_SUMMARY_FILE.
           01  DAILY_SUMMARY_RECORD.
               02 DS_RUN_DATE PIC 9(8).
               02 DS_POINT PIC X(4).
               02 DS_REC_COUNT PIC 9(3).
               02 DS_ODD_COUNT PIC 9(3).
               02 DS_EVEN_COUNT PIC 9(3).
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

           FD  READ_JOURNAL_NEW_FILE.
           01  READ_JOURNAL_NEW_RECORD PIC X(51).

           FD  RUN_CONTROL_FILE.
           01  RUN_CONTROL_RECORD.
               02 RC_BUS_DATE PIC 9(8).
               02 RC_FUNC PIC 99.
               02 RC_POINT PIC X(4).
               02 RC_RUN_STAMP.
                   03 RC_RUN_DATE PIC 9(8).
                   03 RC_RUN_TIME PIC 9(8).

           FD  RUN_CONTROL_NEW_FILE.
           01  RUN_CONTROL_NEW_RECORD PIC X(30).

           FD  AUDIT_LOG_FILE.
           01  AUDIT_LOG_RECORD.
               02 AL_RUN_DATE PIC 9(8).
               02 AL_RUN_TIME PIC 9(8).
               02 AL_OPER_ID PIC X(3).
               02 AL_CHOICE PIC 99.
               02 AL_SUMMARY PIC X(40).

           FD  RESTORE_REPORT_FILE.
           01  RESTORE_REPORT_RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           77 FS_RSTPRM PIC XX.
           77 FS_BKUPCTL PIC XX.
           77 FS_RMBACKUP PIC XX.
           77 FS_DSBACKUP PIC XX.
           77 FS_READMAST PIC XX.
           77 FS_DAILYSUM PIC XX.
           77 FS_DAILYNEW PIC XX.
           77 FS_READJRNL PIC XX.
           77 FS_JRNLNEW PIC XX.
           77 FS_RUNCTL PIC XX.
           77 FS_RUNNEW PIC XX.
           77 FS_AUDITLOG PIC XX.
           77 FS_RSTRPT PIC XX.
           77 RST_RUN_DATE PIC 9(8).
           77 RST_MODE PIC X(1) VALUE "F".
               88 RST_FORWARD VALUE "F".
               88 RST_BACK_OUT VALUE "N".
           01 STOP_STAMP.
               02 STOP_DATE PIC 9(8) VALUE 0.
               02 STOP_TIME PIC 9(8) VALUE 0.
           77 STOP_SW PIC 9 VALUE 0.
               88 STOP_SET VALUE 1.
           77 CTL_SW PIC 9 VALUE 0.
               88 CTL_OK VALUE 1.
           77 VERIFY_SW PIC 9 VALUE 0.
               88 VERIFY_OK VALUE 1.
           77 RM_EOF_SW PIC 9 VALUE 0.
               88 RM_EOF VALUE 1.
           77 DS_EOF_SW PIC 9 VALUE 0.
               88 DS_EOF VALUE 1.
           77 RJ_EOF_SW PIC 9 VALUE 0.
               88 RJ_EOF VALUE 1.
           77 RC_EOF_SW PIC 9 VALUE 0.
               88 RC_EOF VALUE 1.
           77 RC_DROP_SW PIC 9 VALUE 0.
               88 RC_DROP VALUE 1.
           77 RJ_DROP_SW PIC 9 VALUE 0.
               88 RJ_DROP VALUE 1.
           01 LOAD_TOTALS.
               02 LD_RM_READ PIC 9(9) VALUE 0.
               02 LD_RM_COUNT PIC 9(9) VALUE 0.
               02 LD_RM_DUP PIC 9(9) VALUE 0.
               02 LD_DS_COUNT PIC 9(9) VALUE 0.
           01 VERIFY_TOTALS.
               02 VR_RM_COUNT PIC 9(9) VALUE 0.
               02 VR_RM_VALUE_HASH PIC 9(15) VALUE 0.
               02 VR_RM_DATE_HASH PIC 9(15) VALUE 0.
               02 VR_DS_COUNT PIC 9(9) VALUE 0.
               02 VR_DS_COUNT_HASH PIC 9(15) VALUE 0.
               02 VR_DS_VALUE_HASH PIC 9(15) VALUE 0.
           01 RECOVERY_TOTALS.
               02 JRNL_READ PIC 9(7) VALUE 0.
               02 JRNL_BEFORE PIC 9(7) VALUE 0.
               02 JRNL_AFTER_STOP PIC 9(7) VALUE 0.
               02 JRNL_APPLIED PIC 9(7) VALUE 0.
               02 ADDS_APPLIED PIC 9(7) VALUE 0.
               02 CHANGES_APPLIED PIC 9(7) VALUE 0.
               02 DELETES_APPLIED PIC 9(7) VALUE 0.
               02 JRNL_EXCEPTIONS PIC 9(7) VALUE 0.
               02 JRNL_FAILED PIC 9(7) VALUE 0.
               02 GROUPS_REBUILT PIC 9(5) VALUE 0.
               02 GROUPS_DROPPED PIC 9(5) VALUE 0.
               02 RUNCTL_DROPPED PIC 9(5) VALUE 0.
               02 JRNL_DROPPED PIC 9(7) VALUE 0.
           01 TD_TABLE.
               02 TD_ENTRY OCCURS 400 TIMES.
                   03 TD_DATE PIC 9(8).
                   03 TD_POINT PIC X(4).
                   03 TD_COUNT PIC 9(3).
                   03 TD_ODD PIC 9(3).
                   03 TD_EVEN PIC 9(3).
                   03 TD_SUM PIC 9(5).
                   03 TD_EST PIC X(1).
                   03 TD_LATE PIC 9.
                   03 TD_LATE_CHG PIC 9.
                   03 TD_OLD_SW PIC 9.
                   03 TD_OLD_COUNT PIC 9(3).
                   03 TD_OLD_SUM PIC 9(5).
                   03 TD_OLD_ADJ PIC X(1).
           77 TD_USED PIC 9(3) VALUE 0.
           77 TD_IDX PIC 9(3).
           77 TD_HIT PIC 9(3) VALUE 0.
           77 TD_FOUND_SW PIC 9 VALUE 0.
               88 TD_FOUND VALUE 1.
           77 TD_OVERFLOW_SW PIC 9 VALUE 0.
               88 TD_OVERFLOW VALUE 1.
           77 TD_FIND_DATE PIC 9(8).
           77 TD_FIND_POINT PIC X(4).
           77 TD_ADJ_FLAG PIC X(1).
           77 STAMP_MONTH PIC 9(6).
           77 BUS_MONTH PIC 9(6).
           77 RS_LINE PIC X(80).
           77 RS_NOTE PIC X(40).
           77 COUNT_ED PIC ZZZ,ZZZ,ZZ9.
           77 COUNT2_ED PIC ZZZ,ZZZ,ZZ9.
           77 HASH_ED PIC Z(14)9.
           77 HASH2_ED PIC Z(14)9.
           77 JRNL_ED PIC Z,ZZZ,ZZ9.
           77 CNT_ED PIC ZZ9.
           77 CNT2_ED PIC ZZ9.
           77 SUM_ED PIC ZZZZ9.
           77 SUM2_ED PIC ZZZZ9.
           77 RC_ED PIC 99.
       PROCEDURE DIVISION.
           ACCEPT RST_RUN_DATE FROM DATE YYYYMMDD.
           PERFORM LOAD_RESTORE_PARAM.
           OPEN OUTPUT RESTORE_REPORT_FILE.
           PERFORM READ_BACKUP_CONTROL.
           PERFORM WRITE_RESTORE_HEADER.
           IF NOT CTL_OK
               MOVE SPACES TO RS_LINE
               STRING "NO BACKUP CONTROL RECORD ON BKUPCTL - NOTHING "
                   "RESTORED"
                   DELIMITED BY SIZE INTO RS_LINE
               PERFORM PUT_RESTORE_LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM RELOAD_READINGS_MASTER
               IF RETURN-CODE < 8
                   PERFORM RELOAD_DAILY_SUMMARY
               END-IF
               IF RETURN-CODE < 8
                   PERFORM VERIFY_RESTORED_FILES
               END-IF
               IF VERIFY_OK
                   IF RST_FORWARD
                       PERFORM FORWARD_RECOVERY
                       IF TD_USED > 0
                           PERFORM REBUILD_TOUCHED_SUMMARIES
                       END-IF
                   ELSE
                       MOVE SPACES TO RS_LINE
                       STRING "BACK-OUT ONLY (RSTPRM MODE N) - NO "
                           "JOURNAL REAPPLIED, FILES LEFT AS AT "
                           "BACKUP"
                           DELIMITED BY SIZE INTO RS_LINE
                       PERFORM PUT_RESTORE_LINE
                   END-IF
                   IF RST_BACK_OUT OR STOP_SET
                       PERFORM TRIM_RUN_CONTROL
                   END-IF
                   PERFORM TRIM_READ_JOURNAL
               END-IF
               PERFORM WRITE_RESTORE_FOOTER
           END-IF.
           CLOSE RESTORE_REPORT_FILE.
           IF RETURN-CODE = 0
               IF TD_OVERFLOW OR JRNL_EXCEPTIONS > 0
                   OR JRNL_FAILED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM AUDIT_RESTORE.
           DISPLAY "RESTORE COMPLETE, " LD_RM_COUNT " READING(S) AND "
               LD_DS_COUNT " SUMMARY RECORD(S) RELOADED, "
               JRNL_APPLIED " JOURNAL ENTRY(S) REAPPLIED".
           STOP RUN.

           LOAD_RESTORE_PARAM.
               OPEN INPUT RESTORE_PARAM_FILE.
               IF FS_RSTPRM = "00"
                   READ RESTORE_PARAM_FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE_RESTORE_PARAM
                   END-READ
                   CLOSE RESTORE_PARAM_FILE
               END-IF.

           TAKE_RESTORE_PARAM.
               IF RP_MODE = "N"
                   MOVE "N" TO RST_MODE
               END-IF.
               IF RP_STOP_DATE IS NUMERIC AND RP_STOP_DATE > 0
                   SET STOP_SET TO TRUE
                   MOVE RP_STOP_DATE TO STOP_DATE
                   IF RP_STOP_TIME IS NUMERIC
                       MOVE RP_STOP_TIME TO STOP_TIME
                   ELSE
                       MOVE 23595999 TO STOP_TIME
                   END-IF
               END-IF.

           READ_BACKUP_CONTROL.
               OPEN INPUT BACKUP_CONTROL_FILE.
               IF FS_BKUPCTL = "00"
                   READ BACKUP_CONTROL_FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BC_STAMP IS NUMERIC
                               AND BC_RM_COUNT IS NUMERIC
                               AND BC_DS_COUNT IS NUMERIC
                               SET CTL_OK TO TRUE
                           END-IF
                   END-READ
                   CLOSE BACKUP_CONTROL_FILE
               ELSE
                   DISPLAY "** BACKUP CONTROL BKUPCTL NOT FOUND, "
                       "STATUS=" FS_BKUPCTL " **"
               END-IF.

           RELOAD_READINGS_MASTER.
               OPEN INPUT MASTER_BACKUP_FILE.
               IF FS_RMBACKUP NOT = "00"
                   MOVE SPACES TO RS_LINE
                   STRING "READMAST BACKUP RMBACKUP NOT FOUND, STATUS="
                       FS_RMBACKUP " - NOTHING RESTORED"
                       DELIMITED BY SIZE INTO RS_LINE
                   PERFORM PUT_RESTORE_LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT READINGS_MASTER_FILE
                   IF FS_READMAST NOT = "00"
                       MOVE SPACES TO RS_LINE
                       STRING "READMAST OPEN FOR RELOAD FAILED, "
                           "STATUS=" FS_READMAST " - NOTHING RESTORED"
                           DELIMITED BY SIZE INTO RS_LINE
                       PERFORM PUT_RESTORE_LINE
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RM_EOF_SW
                       PERFORM RELOAD_ONE_READING UNTIL RM_EOF
                       CLOSE READINGS_MASTER_FILE
                   END-IF
                   CLOSE MASTER_BACKUP_FILE
               END-IF.

           RELOAD_ONE_READING.
               READ MASTER_BACKUP_FILE
                   AT END
                       MOVE 1 TO RM_EOF_SW
                   NOT AT END
                       ADD 1 TO LD_RM_READ
                       MOVE MASTER_BACKUP_RECORD
                           TO READINGS_MASTER_RECORD
                       WRITE READINGS_MASTER_RECORD
                           INVALID KEY
                               ADD 1 TO LD_RM_DUP
                               MOVE SPACES TO RS_LINE
                               STRING "DUPLICATE KEY " RM_KEY
                                   " ON RMBACKUP - NOT RELOADED"
                                   DELIMITED BY SIZE INTO RS_LINE
                               PERFORM PUT_RESTORE_LINE
                           NOT INVALID KEY
                               ADD 1 TO LD_RM_COUNT
                       END-WRITE
               END-READ.

           RELOAD_DAILY_SUMMARY.
               OPEN INPUT SUMMARY_BACKUP_FILE.
               IF FS_DSBACKUP NOT = "00"
                   MOVE SPACES TO RS_LINE
                   STRING "DAILYSUM BACKUP DSBACKUP NOT FOUND, STATUS="
                       FS_DSBACKUP " - DAILYSUM NOT RESTORED"
                       DELIMITED BY SIZE INTO RS_LINE
                   PERFORM PUT_RESTORE_LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT DAILY_SUMMARY_FILE
                   MOVE 0 TO DS_EOF_SW
                   PERFORM RELOAD_ONE_SUMMARY UNTIL DS_EOF
                   CLOSE DAILY_SUMMARY_FILE
                   CLOSE SUMMARY_BACKUP_FILE
               END-IF.

           RELOAD_ONE_SUMMARY.
               READ SUMMARY_BACKUP_FILE
                   AT END
                       MOVE 1 TO DS_EOF_SW
                   NOT AT END
                       MOVE SUMMARY_BACKUP_RECORD
                           TO DAILY_SUMMARY_RECORD
                       WRITE DAILY_SUMMARY_RECORD
                       ADD 1 TO LD_DS_COUNT
               END-READ.

           VERIFY_RESTORED_FILES.
               OPEN INPUT READINGS_MASTER_FILE.
               IF FS_READMAST = "00"
                   MOVE 0 TO RM_EOF_SW
                   PERFORM VERIFY_ONE_READING UNTIL RM_EOF
                   CLOSE READINGS_MASTER_FILE
               END-IF.
               OPEN INPUT DAILY_SUMMARY_FILE.
               IF FS_DAILYSUM = "00"
                   MOVE 0 TO DS_EOF_SW
                   PERFORM VERIFY_ONE_SUMMARY UNTIL DS_EOF
                   CLOSE DAILY_SUMMARY_FILE
               END-IF.
               SET VERIFY_OK TO TRUE.
               PERFORM WRITE_VERIFY_LINES.
               MOVE SPACES TO RS_LINE.
               IF VERIFY_OK
                   STRING "RESTORE VERIFIED - COUNTS AND HASH TOTALS "
                       "AGREE WITH BKUPCTL"
                       DELIMITED BY SIZE INTO RS_LINE
               ELSE
                   STRING "** RESTORE NOT VERIFIED - COUNTS OR HASH "
                       "TOTALS DISAGREE WITH BKUPCTL **"
                       DELIMITED BY SIZE INTO RS_LINE
                   MOVE 12 TO RETURN-CODE
               END-IF.
               PERFORM PUT_RESTORE_LINE.

           VERIFY_ONE_READING.
               READ READINGS_MASTER_FILE NEXT RECORD
                   AT END
                       MOVE 1 TO RM_EOF_SW
                   NOT AT END
                       ADD 1 TO VR_RM_COUNT
                       ADD RM_VALUE TO VR_RM_VALUE_HASH
                       ADD RM_RUN_DATE TO VR_RM_DATE_HASH
               END-READ.

           VERIFY_ONE_SUMMARY.
               READ DAILY_SUMMARY_FILE
                   AT END
                       MOVE 1 TO DS_EOF_SW
                   NOT AT END
                       ADD 1 TO VR_DS_COUNT
                       ADD DS_REC_COUNT TO VR_DS_COUNT_HASH
                       ADD DS_INT_SUM TO VR_DS_VALUE_HASH
               END-READ.

           WRITE_VERIFY_LINES.
               MOVE SPACES TO RS_LINE.
               STRING "                          BKUPCTL         "
                   "RESTORED"
                   DELIMITED BY SIZE INTO RS_LINE.
               PERFORM PUT_RESTORE_LINE.
               MOVE BC_RM_COUNT TO COUNT_ED.
               MOVE VR_RM_COUNT TO COUNT2_ED.
               MOVE "READMAST RECORDS" TO RS_NOTE.
               PERFORM WRITE_COUNT_COMPARE.
               MOVE BC_RM_VALUE_HASH TO HASH_ED.
               MOVE VR_RM_VALUE_HASH TO HASH2_ED.
               MOVE "READMAST VALUE HASH" TO RS_NOTE.
               PERFORM WRITE_HASH_COMPARE.
               MOVE BC_RM_DATE_HASH TO HASH_ED.
               MOVE VR_RM_DATE_HASH TO HASH2_ED.
               MOVE "READMAST DATE HASH" TO RS_NOTE.
               PERFORM WRITE_HASH_COMPARE.
               MOVE BC_DS_COUNT TO COUNT_ED.
               MOVE VR_DS_COUNT TO COUNT2_ED.
               MOVE "DAILYSUM RECORDS" TO RS_NOTE.
               PERFORM WRITE_COUNT_COMPARE.
               MOVE BC_DS_COUNT_HASH TO HASH_ED.
               MOVE VR_DS_COUNT_HASH TO HASH2_ED.
               MOVE "DAILYSUM COUNT HASH" TO RS_NOTE.
               PERFORM WRITE_HASH_COMPARE.
               MOVE BC_DS_VALUE_HASH TO HASH_ED.
               MOVE VR_DS_VALUE_HASH TO HASH2_ED.
               MOVE "DAILYSUM VALUE HASH" TO RS_NOTE.
               PERFORM WRITE_HASH_COMPARE.

           WRITE_COUNT_COMPARE.
               MOVE SPACES TO RS_LINE.
               IF COUNT_ED = COUNT2_ED
                   STRING RS_NOTE(1:20) "    " COUNT_ED "     "
                       COUNT2_ED "  OK"
                       DELIMITED BY SIZE INTO RS_LINE
               ELSE
                   STRING RS_NOTE(1:20) "    " COUNT_ED "     "
                       COUNT2_ED "  ** MISMATCH **"
                       DELIMITED BY SIZE INTO RS_LINE
                   MOVE 0 TO VERIFY_SW
               END-IF.
               PERFORM PUT_RESTORE_LINE.

           WRITE_HASH_COMPARE.
               MOVE SPACES TO RS_LINE.
               IF HASH_ED = HASH2_ED
                   STRING RS_NOTE(1:20) HASH_ED " " HASH2_ED "  OK"
                       DELIMITED BY SIZE INTO RS_LINE
               ELSE
                   STRING RS_NOTE(1:20) HASH_ED " " HASH2_ED
                       "  ** MISMATCH **"
                       DELIMITED BY SIZE INTO RS_LINE
                   MOVE 0 TO VERIFY_SW
               END-IF.
               PERFORM PUT_RESTORE_LINE.

           FORWARD_RECOVERY.
               OPEN INPUT READ_JOURNAL_FILE.
               IF FS_READJRNL NOT = "00"
                   MOVE SPACES TO RS_LINE
                   STRING "READJRNL NOT FOUND, STATUS=" FS_READJRNL
                       " - NO JOURNAL REAPPLIED"
                       DELIMITED BY SIZE INTO RS_LINE
                   PERFORM PUT_RESTORE_LINE
                   ADD 1 TO JRNL_FAILED
               ELSE
                   OPEN I-O READINGS_MASTER_FILE
                   IF FS_READMAST NOT = "00"
                       MOVE SPACES TO RS_LINE
                       STRING "READMAST OPEN FOR RECOVERY FAILED, "
                           "STATUS=" FS_READMAST
                           " - NO JOURNAL REAPPLIED"
                           DELIMITED BY SIZE INTO RS_LINE
                       PERFORM PUT_RESTORE_LINE
                       ADD 1 TO JRNL_FAILED
                   ELSE
                       MOVE SPACES TO RS_LINE
                       STRING "REAPPLYING READJRNL ENTRIES STAMPED "
                           "FROM " BC_STAMP_DATE " " BC_STAMP_TIME
                           DELIMITED BY SIZE INTO RS_LINE
                       PERFORM PUT_RESTORE_LINE
                       MOVE 0 TO RJ_EOF_SW
                       PERFORM REAPPLY_ONE_JOURNAL UNTIL RJ_EOF
                       CLOSE READINGS_MASTER_FILE
                   END-IF
                   CLOSE READ_JOURNAL_FILE
               END-IF.

           REAPPLY_ONE_JOURNAL.
               READ READ_JOURNAL_FILE
                   AT END
                       MOVE 1 TO RJ_EOF_SW
                   NOT AT END
                       ADD 1 TO JRNL_READ
                       IF RJ_STAMP < BC_STAMP
                           ADD 1 TO JRNL_BEFORE
                       ELSE
                           IF STOP_SET AND RJ_STAMP > STOP_STAMP
                               ADD 1 TO JRNL_AFTER_STOP
                           ELSE
                               PERFORM REAPPLY_JOURNAL_ENTRY
                           END-IF
                       END-IF
               END-READ.

           REAPPLY_JOURNAL_ENTRY.
               MOVE RJ_KEY TO RM_KEY.
               MOVE RJ_AFTER_VALUE TO RM_VALUE.
               MOVE RJ_AFTER_EST TO RM_EST_FLAG.
               EVALUATE RJ_ACTION
                   WHEN "A"
                       PERFORM REAPPLY_ADD
                   WHEN "C"
                       PERFORM REAPPLY_CHANGE
                   WHEN "D"
                       PERFORM REAPPLY_DELETE
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION - SKIPPED" TO RS_NOTE
                       PERFORM WRITE_JOURNAL_EXCEPTION
               END-EVALUATE.
               MOVE RJ_RUN_DATE TO TD_FIND_DATE.
               MOVE RJ_POINT TO TD_FIND_POINT.
               PERFORM ADD_TOUCHED_GROUP.
               IF TD_HIT > 0
                   MOVE RJ_STAMP_DATE(1:6) TO STAMP_MONTH
                   MOVE RJ_RUN_DATE(1:6) TO BUS_MONTH
                   IF STAMP_MONTH > BUS_MONTH
                       AND (RJ_ACTION = "C" OR RJ_ACTION = "D")
                       IF RJ_BEFORE_EST = "E" AND RJ_AFTER_EST NOT = "E"
                           MOVE 1 TO TD_LATE(TD_HIT)
                       ELSE
                           MOVE 1 TO TD_LATE_CHG(TD_HIT)
                       END-IF
                   END-IF
               END-IF.

           REAPPLY_ADD.
               WRITE READINGS_MASTER_RECORD
                   INVALID KEY
                       REWRITE READINGS_MASTER_RECORD
                           INVALID KEY
                               ADD 1 TO JRNL_FAILED
                               MOVE "ADD COULD NOT BE APPLIED"
                                   TO RS_NOTE
                           NOT INVALID KEY
                               ADD 1 TO JRNL_APPLIED
                               MOVE "ADD FOUND KEY ON FILE - REWRITTEN"
                                   TO RS_NOTE
                       END-REWRITE
                       PERFORM WRITE_JOURNAL_EXCEPTION
                   NOT INVALID KEY
                       ADD 1 TO JRNL_APPLIED
                       ADD 1 TO ADDS_APPLIED
               END-WRITE.

           REAPPLY_CHANGE.
               REWRITE READINGS_MASTER_RECORD
                   INVALID KEY
                       WRITE READINGS_MASTER_RECORD
                           INVALID KEY
                               ADD 1 TO JRNL_FAILED
                               MOVE "CHANGE COULD NOT BE APPLIED"
                                   TO RS_NOTE
                           NOT INVALID KEY
                               ADD 1 TO JRNL_APPLIED
                               MOVE "CHANGE FOUND NO KEY - ADDED"
                                   TO RS_NOTE
                       END-WRITE
                       PERFORM WRITE_JOURNAL_EXCEPTION
                   NOT INVALID KEY
                       ADD 1 TO JRNL_APPLIED
                       ADD 1 TO CHANGES_APPLIED
               END-REWRITE.

           REAPPLY_DELETE.
               DELETE READINGS_MASTER_FILE RECORD
                   INVALID KEY
                       ADD 1 TO JRNL_APPLIED
                       MOVE "DELETE FOUND NO KEY - NOTHING TO DO"
                           TO RS_NOTE
                       PERFORM WRITE_JOURNAL_EXCEPTION
                   NOT INVALID KEY
                       ADD 1 TO JRNL_APPLIED
                       ADD 1 TO DELETES_APPLIED
               END-DELETE.

           WRITE_JOURNAL_EXCEPTION.
               ADD 1 TO JRNL_EXCEPTIONS.
               MOVE SPACES TO RS_LINE.
               STRING RJ_STAMP_DATE " " RJ_STAMP_TIME " " RJ_ACTION
                   " " RJ_RUN_DATE " " RJ_POINT " " RJ_SEQ "  "
                   RS_NOTE
                   DELIMITED BY SIZE INTO RS_LINE.
               PERFORM PUT_RESTORE_LINE.

           ADD_TOUCHED_GROUP.
               PERFORM FIND_TOUCHED_GROUP.
               IF NOT TD_FOUND
                   IF TD_USED < 400
                       ADD 1 TO TD_USED
                       MOVE TD_FIND_DATE TO TD_DATE(TD_USED)
                       MOVE TD_FIND_POINT TO TD_POINT(TD_USED)
                       MOVE 0 TO TD_COUNT(TD_USED)
                       MOVE 0 TO TD_ODD(TD_USED)
                       MOVE 0 TO TD_EVEN(TD_USED)
                       MOVE 0 TO TD_SUM(TD_USED)
                       MOVE SPACE TO TD_EST(TD_USED)
                       MOVE 0 TO TD_LATE(TD_USED)
                       MOVE 0 TO TD_LATE_CHG(TD_USED)
                       MOVE 0 TO TD_OLD_SW(TD_USED)
                       MOVE 0 TO TD_OLD_COUNT(TD_USED)
                       MOVE 0 TO TD_OLD_SUM(TD_USED)
                       MOVE SPACE TO TD_OLD_ADJ(TD_USED)
                       MOVE TD_USED TO TD_HIT
                   ELSE
                       IF NOT TD_OVERFLOW
                           SET TD_OVERFLOW TO TRUE
                           MOVE SPACES TO RS_LINE
                           STRING "** MORE THAN 400 DATE/POINT GROUPS "
                               "REAPPLIED - EXCESS DAILYSUM NOT "
                               "REBUILT **"
                               DELIMITED BY SIZE INTO RS_LINE
                           PERFORM PUT_RESTORE_LINE
                       END-IF
                       MOVE 0 TO TD_HIT
                   END-IF
               END-IF.

           FIND_TOUCHED_GROUP.
               MOVE 0 TO TD_FOUND_SW.
               MOVE 0 TO TD_HIT.
               PERFORM MATCH_ONE_TOUCHED VARYING TD_IDX FROM 1 BY 1
                   UNTIL TD_IDX > TD_USED.

           MATCH_ONE_TOUCHED.
               IF NOT TD_FOUND
                   AND TD_DATE(TD_IDX) = TD_FIND_DATE
                   AND TD_POINT(TD_IDX) = TD_FIND_POINT
                   SET TD_FOUND TO TRUE
                   MOVE TD_IDX TO TD_HIT
               END-IF.

           REBUILD_TOUCHED_SUMMARIES.
               OPEN INPUT READINGS_MASTER_FILE.
               IF FS_READMAST = "00"
                   MOVE 0 TO RM_EOF_SW
                   PERFORM COUNT_ONE_READING UNTIL RM_EOF
                   CLOSE READINGS_MASTER_FILE
               END-IF.
               OPEN INPUT DAILY_SUMMARY_FILE.
               OPEN OUTPUT DAILY_SUMMARY_NEW_FILE.
               IF FS_DAILYSUM = "00"
                   MOVE 0 TO DS_EOF_SW
                   PERFORM COPY_ONE_SUMMARY UNTIL DS_EOF
                   CLOSE DAILY_SUMMARY_FILE
               END-IF.
               PERFORM WRITE_ONE_REBUILT VARYING TD_IDX FROM 1 BY 1
                   UNTIL TD_IDX > TD_USED.
               CLOSE DAILY_SUMMARY_NEW_FILE.
               OPEN INPUT DAILY_SUMMARY_NEW_FILE.
               OPEN OUTPUT DAILY_SUMMARY_FILE.
               MOVE 0 TO DS_EOF_SW.
               PERFORM COPY_BACK_SUMMARY UNTIL DS_EOF.
               CLOSE DAILY_SUMMARY_NEW_FILE.
               CLOSE DAILY_SUMMARY_FILE.

           COUNT_ONE_READING.
               READ READINGS_MASTER_FILE NEXT RECORD
                   AT END
                       MOVE 1 TO RM_EOF_SW
                   NOT AT END
                       MOVE RM_RUN_DATE TO TD_FIND_DATE
                       MOVE RM_POINT TO TD_FIND_POINT
                       PERFORM FIND_TOUCHED_GROUP
                       IF TD_FOUND
                           ADD 1 TO TD_COUNT(TD_HIT)
                           ADD RM_VALUE TO TD_SUM(TD_HIT)
                           IF FUNCTION MOD (RM_VALUE, 2) = 0
                               ADD 1 TO TD_EVEN(TD_HIT)
                           ELSE
                               ADD 1 TO TD_ODD(TD_HIT)
                           END-IF
                           IF RM_EST_FLAG = "E"
                               MOVE "E" TO TD_EST(TD_HIT)
                           END-IF
                       END-IF
               END-READ.

           COPY_ONE_SUMMARY.
               READ DAILY_SUMMARY_FILE
                   AT END
                       MOVE 1 TO DS_EOF_SW
                   NOT AT END
                       MOVE DS_RUN_DATE TO TD_FIND_DATE
                       MOVE DS_POINT TO TD_FIND_POINT
                       PERFORM FIND_TOUCHED_GROUP
                       IF TD_FOUND
                           MOVE 1 TO TD_OLD_SW(TD_HIT)
                           MOVE DS_REC_COUNT TO TD_OLD_COUNT(TD_HIT)
                           MOVE DS_INT_SUM TO TD_OLD_SUM(TD_HIT)
                           MOVE DS_ADJ_FLAG TO TD_OLD_ADJ(TD_HIT)
                       ELSE
                           MOVE DAILY_SUMMARY_RECORD
                               TO DAILY_SUMMARY_NEW_RECORD
                           WRITE DAILY_SUMMARY_NEW_RECORD
                       END-IF
               END-READ.

           WRITE_ONE_REBUILT.
               IF TD_OLD_ADJ(TD_IDX) = "A" OR TD_LATE(TD_IDX) = 1
                   OR (TD_LATE_CHG(TD_IDX) = 1
                       AND TD_OLD_SW(TD_IDX) = 1)
                   MOVE "A" TO TD_ADJ_FLAG
               ELSE
                   MOVE SPACE TO TD_ADJ_FLAG
               END-IF.
               MOVE TD_COUNT(TD_IDX) TO CNT_ED.
               MOVE TD_SUM(TD_IDX) TO SUM_ED.
               MOVE TD_OLD_COUNT(TD_IDX) TO CNT2_ED.
               MOVE TD_OLD_SUM(TD_IDX) TO SUM2_ED.
               MOVE SPACES TO RS_LINE.
               IF TD_COUNT(TD_IDX) > 0
                   MOVE TD_DATE(TD_IDX) TO DS_RUN_DATE
                   MOVE TD_POINT(TD_IDX) TO DS_POINT
                   MOVE TD_COUNT(TD_IDX) TO DS_REC_COUNT
                   MOVE TD_ODD(TD_IDX) TO DS_ODD_COUNT
                   MOVE TD_EVEN(TD_IDX) TO DS_EVEN_COUNT
                   MOVE TD_SUM(TD_IDX) TO DS_INT_SUM
                   COMPUTE DS_AVERAGE ROUNDED =
                       TD_SUM(TD_IDX) / TD_COUNT(TD_IDX)
                   MOVE TD_ADJ_FLAG TO DS_ADJ_FLAG
                   MOVE TD_EST(TD_IDX) TO DS_EST_FLAG
                   MOVE DAILY_SUMMARY_RECORD TO DAILY_SUMMARY_NEW_RECORD
                   WRITE DAILY_SUMMARY_NEW_RECORD
                   ADD 1 TO GROUPS_REBUILT
                   STRING TD_DATE(TD_IDX) " " TD_POINT(TD_IDX)
                       "  DAILYSUM REBUILT  COUNT " CNT_ED " SUM "
                       SUM_ED " ADJ " TD_ADJ_FLAG "  (BACKUP "
                       CNT2_ED " / " SUM2_ED ")"
                       DELIMITED BY SIZE INTO RS_LINE
               ELSE
                   ADD 1 TO GROUPS_DROPPED
                   STRING TD_DATE(TD_IDX) " " TD_POINT(TD_IDX)
                       "  NO READINGS LEFT - DAILYSUM DROPPED  (BACKUP "
                       CNT2_ED " / " SUM2_ED ")"
                       DELIMITED BY SIZE INTO RS_LINE
               END-IF.
               PERFORM PUT_RESTORE_LINE.

           COPY_BACK_SUMMARY.
               READ DAILY_SUMMARY_NEW_FILE
                   AT END
                       MOVE 1 TO DS_EOF_SW
                   NOT AT END
                       MOVE DAILY_SUMMARY_NEW_RECORD
                           TO DAILY_SUMMARY_RECORD
                       WRITE DAILY_SUMMARY_RECORD
               END-READ.

           TRIM_RUN_CONTROL.
               OPEN INPUT RUN_CONTROL_FILE.
               IF FS_RUNCTL = "00"
                   OPEN OUTPUT RUN_CONTROL_NEW_FILE
                   MOVE 0 TO RC_EOF_SW
                   PERFORM TRIM_ONE_RUN_CONTROL UNTIL RC_EOF
                   CLOSE RUN_CONTROL_FILE
                   CLOSE RUN_CONTROL_NEW_FILE
                   IF RUNCTL_DROPPED > 0
                       OPEN INPUT RUN_CONTROL_NEW_FILE
                       OPEN OUTPUT RUN_CONTROL_FILE
                       MOVE 0 TO RC_EOF_SW
                       PERFORM COPY_BACK_RUN_CONTROL UNTIL RC_EOF
                       CLOSE RUN_CONTROL_NEW_FILE
                       CLOSE RUN_CONTROL_FILE
                   END-IF
               END-IF.

           TRIM_ONE_RUN_CONTROL.
               READ RUN_CONTROL_FILE
                   AT END
                       MOVE 1 TO RC_EOF_SW
                   NOT AT END
                       MOVE 0 TO RC_DROP_SW
                       IF RST_BACK_OUT
                           IF RC_RUN_STAMP NOT < BC_STAMP
                               SET RC_DROP TO TRUE
                           END-IF
                       ELSE
                           IF RC_RUN_STAMP > STOP_STAMP
                               SET RC_DROP TO TRUE
                           END-IF
                       END-IF
                       IF RC_DROP
                           ADD 1 TO RUNCTL_DROPPED
                           MOVE SPACES TO RS_LINE
                           STRING "RUNCTL " RC_BUS_DATE " FUNCTION "
                               RC_FUNC " " RC_POINT " RUN " RC_RUN_DATE
                               " " RC_RUN_TIME " DROPPED - WILL RERUN"
                               DELIMITED BY SIZE INTO RS_LINE
                           PERFORM PUT_RESTORE_LINE
                       ELSE
                           MOVE RUN_CONTROL_RECORD
                               TO RUN_CONTROL_NEW_RECORD
                           WRITE RUN_CONTROL_NEW_RECORD
                       END-IF
               END-READ.

           COPY_BACK_RUN_CONTROL.
               READ RUN_CONTROL_NEW_FILE
                   AT END
                       MOVE 1 TO RC_EOF_SW
                   NOT AT END
                       MOVE RUN_CONTROL_NEW_RECORD
                           TO RUN_CONTROL_RECORD
                       WRITE RUN_CONTROL_RECORD
               END-READ.

           TRIM_READ_JOURNAL.
               OPEN INPUT READ_JOURNAL_FILE.
               OPEN OUTPUT READ_JOURNAL_NEW_FILE.
               IF FS_READJRNL = "00"
                   MOVE 0 TO RJ_EOF_SW
                   PERFORM TRIM_ONE_JOURNAL UNTIL RJ_EOF
                   CLOSE READ_JOURNAL_FILE
               END-IF.
               CLOSE READ_JOURNAL_NEW_FILE.
               IF JRNL_DROPPED > 0
                   MOVE JRNL_DROPPED TO JRNL_ED
                   MOVE SPACES TO RS_LINE
                   IF RST_BACK_OUT
                       STRING "READJRNL ENTRIES STAMPED FROM THE "
                           "BACKUP TIME DROPPED " JRNL_ED
                           DELIMITED BY SIZE INTO RS_LINE
                   ELSE
                       STRING "READJRNL ENTRIES STAMPED AFTER THE "
                           "STOP POINT DROPPED " JRNL_ED
                           DELIMITED BY SIZE INTO RS_LINE
                   END-IF
                   PERFORM PUT_RESTORE_LINE
               END-IF.

           TRIM_ONE_JOURNAL.
               READ READ_JOURNAL_FILE
                   AT END
                       MOVE 1 TO RJ_EOF_SW
                   NOT AT END
                       MOVE 0 TO RJ_DROP_SW
                       IF RST_BACK_OUT
                           IF RJ_STAMP NOT < BC_STAMP
                               SET RJ_DROP TO TRUE
                           END-IF
                       ELSE
                           IF STOP_SET AND RJ_STAMP > STOP_STAMP
                               SET RJ_DROP TO TRUE
                           END-IF
                       END-IF
                       IF RJ_DROP
                           ADD 1 TO JRNL_DROPPED
                       ELSE
                           MOVE READ_JOURNAL_RECORD
                               TO READ_JOURNAL_NEW_RECORD
                           WRITE READ_JOURNAL_NEW_RECORD
                       END-IF
               END-READ.

           WRITE_RESTORE_HEADER.
               MOVE SPACES TO RS_LINE.
               STRING "READMAST/DAILYSUM RESTORE - RUN DATE: "
                   RST_RUN_DATE
                   DELIMITED BY SIZE INTO RS_LINE.
               PERFORM PUT_RESTORE_LINE.
               IF CTL_OK
                   MOVE SPACES TO RS_LINE
                   STRING "BACKUP TAKEN " BC_STAMP_DATE " "
                       BC_STAMP_TIME
                       DELIMITED BY SIZE INTO RS_LINE
                   PERFORM PUT_RESTORE_LINE
               END-IF.
               MOVE SPACES TO RS_LINE.
               IF RST_BACK_OUT
                   STRING "MODE: BACK-OUT TO BACKUP (NO FORWARD "
                       "RECOVERY)"
                       DELIMITED BY SIZE INTO RS_LINE
               ELSE
                   IF STOP_SET
                       STRING "MODE: FORWARD RECOVERY TO "
                           STOP_DATE " " STOP_TIME
                           DELIMITED BY SIZE INTO RS_LINE
                   ELSE
                       STRING "MODE: FORWARD RECOVERY TO END OF "
                           "READJRNL"
                           DELIMITED BY SIZE INTO RS_LINE
                   END-IF
               END-IF.
               PERFORM PUT_RESTORE_LINE.
               MOVE SPACES TO RS_LINE.
               PERFORM PUT_RESTORE_LINE.

           WRITE_RESTORE_FOOTER.
               MOVE SPACES TO RS_LINE.
               PERFORM PUT_RESTORE_LINE.
               MOVE LD_RM_READ TO COUNT_ED.
               MOVE LD_RM_COUNT TO COUNT2_ED.
               MOVE SPACES TO RS_LINE.
               STRING "RMBACKUP RECORDS READ " COUNT_ED
                   "   READMAST RELOADED " COUNT2_ED
                   DELIMITED BY SIZE INTO RS_LINE.
               PERFORM PUT_RESTORE_LINE.
               MOVE LD_RM_DUP TO COUNT_ED.
               MOVE LD_DS_COUNT TO COUNT2_ED.
               MOVE SPACES TO RS_LINE.
               STRING "DUPLICATE KEYS        " COUNT_ED
                   "   DAILYSUM RELOADED " COUNT2_ED
                   DELIMITED BY SIZE INTO RS_LINE.
               PERFORM PUT_RESTORE_LINE.
               MOVE JRNL_READ TO JRNL_ED.
               MOVE SPACES TO RS_LINE.
               STRING "READJRNL ENTRIES READ       " JRNL_ED
                   DELIMITED BY SIZE INTO RS_LINE.
               PERFORM PUT_RESTORE_LINE.
               MOVE JRNL_BEFORE TO JRNL_ED.
               MOVE SPACES TO RS_LINE.
               STRING "  ALREADY ON BACKUP         " JRNL_ED
                   DELIMITED BY SIZE INTO RS_LINE.
               PERFORM PUT_RESTORE_LINE.
               MOVE JRNL_AFTER_STOP TO JRNL_ED.
               MOVE SPACES TO RS_LINE.
               STRING "  AFTER STOP POINT          " JRNL_ED
                   DELIMITED BY SIZE INTO RS_LINE.
               PERFORM PUT_RESTORE_LINE.
               MOVE JRNL_APPLIED TO JRNL_ED.
               MOVE SPACES TO RS_LINE.
               STRING "  REAPPLIED                 " JRNL_ED
                   DELIMITED BY SIZE INTO RS_LINE.
               PERFORM PUT_RESTORE_LINE.
               MOVE ADDS_APPLIED TO JRNL_ED.
               MOVE SPACES TO RS_LINE.
               STRING "    ADDS                    " JRNL_ED
                   DELIMITED BY SIZE INTO RS_LINE.
               PERFORM PUT_RESTORE_LINE.
               MOVE CHANGES_APPLIED TO JRNL_ED.
               MOVE SPACES TO RS_LINE.
               STRING "    CHANGES                 " JRNL_ED
                   DELIMITED BY SIZE INTO RS_LINE.
               PERFORM PUT_RESTORE_LINE.
               MOVE DELETES_APPLIED TO JRNL_ED.
               MOVE SPACES TO RS_LINE.
               STRING "    DELETES                 " JRNL_ED
                   DELIMITED BY SIZE INTO RS_LINE.
               PERFORM PUT_RESTORE_LINE.
               MOVE JRNL_EXCEPTIONS TO JRNL_ED.
               MOVE SPACES TO RS_LINE.
               STRING "  EXCEPTIONS                " JRNL_ED
                   DELIMITED BY SIZE INTO RS_LINE.
               PERFORM PUT_RESTORE_LINE.
               MOVE JRNL_FAILED TO JRNL_ED.
               MOVE SPACES TO RS_LINE.
               STRING "  NOT APPLIED               " JRNL_ED
                   DELIMITED BY SIZE INTO RS_LINE.
               PERFORM PUT_RESTORE_LINE.
               MOVE GROUPS_REBUILT TO JRNL_ED.
               MOVE SPACES TO RS_LINE.
               STRING "DAILYSUM RECORDS REBUILT    " JRNL_ED
                   DELIMITED BY SIZE INTO RS_LINE.
               PERFORM PUT_RESTORE_LINE.
               MOVE GROUPS_DROPPED TO JRNL_ED.
               MOVE SPACES TO RS_LINE.
               STRING "DAILYSUM RECORDS DROPPED    " JRNL_ED
                   DELIMITED BY SIZE INTO RS_LINE.
               PERFORM PUT_RESTORE_LINE.
               MOVE RUNCTL_DROPPED TO JRNL_ED.
               MOVE SPACES TO RS_LINE.
               STRING "RUNCTL ENTRIES DROPPED      " JRNL_ED
                   DELIMITED BY SIZE INTO RS_LINE.
               PERFORM PUT_RESTORE_LINE.
               MOVE JRNL_DROPPED TO JRNL_ED.
               MOVE SPACES TO RS_LINE.
               STRING "READJRNL ENTRIES DROPPED    " JRNL_ED
                   DELIMITED BY SIZE INTO RS_LINE.
               PERFORM PUT_RESTORE_LINE.

           PUT_RESTORE_LINE.
               MOVE RS_LINE TO RESTORE_REPORT_RECORD.
               WRITE RESTORE_REPORT_RECORD.

           AUDIT_RESTORE.
               OPEN EXTEND AUDIT_LOG_FILE.
               IF FS_AUDITLOG = "35"
                   OPEN OUTPUT AUDIT_LOG_FILE
               END-IF.
               ACCEPT AL_RUN_DATE FROM DATE YYYYMMDD.
               ACCEPT AL_RUN_TIME FROM TIME.
               MOVE "SYS" TO AL_OPER_ID.
               MOVE 0 TO AL_CHOICE.
               MOVE SPACES TO AL_SUMMARY.
               IF VERIFY_OK
                   STRING "RESTORE OK BK=" BC_STAMP_DATE " J="
                       JRNL_APPLIED
                       DELIMITED BY SIZE INTO AL_SUMMARY
               ELSE
                   MOVE RETURN-CODE TO RC_ED
                   STRING "RESTORE FAILED BK=" BC_STAMP_DATE
                       " RC=" RC_ED
                       DELIMITED BY SIZE INTO AL_SUMMARY
               END-IF.
               WRITE AUDIT_LOG_RECORD.
               CLOSE AUDIT_LOG_FILE.
