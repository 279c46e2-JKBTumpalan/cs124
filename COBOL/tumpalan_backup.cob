       IDENTIFICATION DIVISION.
       PROGRAM-ID. tumpalan_backup.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT READINGS_MASTER_FILE ASSIGN TO "READMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RM_KEY
                   FILE STATUS IS FS_READMAST.
               SELECT DAILY_SUMMARY_FILE ASSIGN TO "DAILYSUM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_DAILYSUM.
               SELECT MASTER_BACKUP_FILE ASSIGN TO "RMBACKUP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_RMBACKUP.
               SELECT SUMMARY_BACKUP_FILE ASSIGN TO "DSBACKUP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_DSBACKUP.
               SELECT BACKUP_CONTROL_FILE ASSIGN TO "BKUPCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_BKUPCTL.
               SELECT AUDIT_LOG_FILE ASSIGN TO "AUDITLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_AUDITLOG.

       DATA DIVISION.
           FILE SECTION.
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

           FD  MASTER_BACKUP_FILE.
           01  MASTER_BACKUP_RECORD.
               02 MB_KEY.
                   03 MB_RUN_DATE PIC 9(8).
                   03 MB_POINT PIC X(4).
                   03 MB_SEQ PIC 9(3).
               02 MB_VALUE PIC 9(3).
               02 MB_EST_FLAG PIC X(1).

           FD  SUMMARY_BACKUP_FILE.
           01  SUMMARY_BACKUP_RECORD.
               02 SB_RUN_DATE PIC 9(8).
               02 SB_POINT PIC X(4).
               02 SB_REC_COUNT PIC 9(3).
               02 SB_ODD_COUNT PIC 9(3).
               02 SB_EVEN_COUNT PIC 9(3).
               02 SB_INT_SUM PIC 9(5).
               02 SB_AVERAGE PIC 9(3)V99.
               02 SB_ADJ_FLAG PIC X(1).
               02 SB_EST_FLAG PIC X(1).

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

           FD  AUDIT_LOG_FILE.
           01  AUDIT_LOG_RECORD.
               02 AL_RUN_DATE PIC 9(8).
               02 AL_RUN_TIME PIC 9(8).
               02 AL_OPER_ID PIC X(3).
               02 AL_CHOICE PIC 99.
               02 AL_SUMMARY PIC X(40).

       WORKING-STORAGE SECTION.
           77 FS_READMAST PIC XX.
           77 FS_DAILYSUM PIC XX.
           77 FS_RMBACKUP PIC XX.
           77 FS_DSBACKUP PIC XX.
           77 FS_BKUPCTL PIC XX.
           77 FS_AUDITLOG PIC XX.
           77 RM_EOF_SW PIC 9 VALUE 0.
               88 RM_EOF VALUE 1.
           77 DS_EOF_SW PIC 9 VALUE 0.
               88 DS_EOF VALUE 1.
           77 BKUP_FAIL_SW PIC 9 VALUE 0.
               88 BKUP_FAIL VALUE 1.
           01 BKUP_STAMP.
               02 BKUP_DATE PIC 9(8).
               02 BKUP_TIME PIC 9(8).
           01 UNLOAD_TOTALS.
               02 UL_RM_COUNT PIC 9(9) VALUE 0.
               02 UL_RM_VALUE_HASH PIC 9(15) VALUE 0.
               02 UL_RM_DATE_HASH PIC 9(15) VALUE 0.
               02 UL_DS_COUNT PIC 9(9) VALUE 0.
               02 UL_DS_COUNT_HASH PIC 9(15) VALUE 0.
               02 UL_DS_VALUE_HASH PIC 9(15) VALUE 0.
           01 REREAD_TOTALS.
               02 RR_RM_COUNT PIC 9(9) VALUE 0.
               02 RR_RM_VALUE_HASH PIC 9(15) VALUE 0.
               02 RR_RM_DATE_HASH PIC 9(15) VALUE 0.
               02 RR_DS_COUNT PIC 9(9) VALUE 0.
               02 RR_DS_COUNT_HASH PIC 9(15) VALUE 0.
               02 RR_DS_VALUE_HASH PIC 9(15) VALUE 0.
           77 COUNT_ED PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
           ACCEPT BKUP_DATE FROM DATE YYYYMMDD.
           ACCEPT BKUP_TIME FROM TIME.
           DISPLAY "READMAST/DAILYSUM BACKUP RUN " BKUP_DATE " "
               BKUP_TIME.
           OPEN INPUT READINGS_MASTER_FILE.
           IF FS_READMAST NOT = "00"
               DISPLAY "** READINGS MASTER READMAST NOT FOUND, "
                   "STATUS=" FS_READMAST " **"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT DAILY_SUMMARY_FILE
               IF FS_DAILYSUM NOT = "00"
                   DISPLAY "** DAILY SUMMARY DAILYSUM NOT FOUND, "
                       "STATUS=" FS_DAILYSUM " **"
                   CLOSE READINGS_MASTER_FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNLOAD_BOTH_FILES
                   IF NOT BKUP_FAIL
                       PERFORM REREAD_BACKUPS
                       PERFORM CHECK_BACKUP_TOTALS
                   END-IF
                   IF BKUP_FAIL
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       PERFORM WRITE_BACKUP_CONTROL
                   END-IF
                   PERFORM SHOW_BACKUP_TOTALS
                   PERFORM AUDIT_BACKUP
               END-IF
           END-IF.
           STOP RUN.

           UNLOAD_BOTH_FILES.
               OPEN OUTPUT MASTER_BACKUP_FILE.
               OPEN OUTPUT SUMMARY_BACKUP_FILE.
               IF FS_RMBACKUP NOT = "00" OR FS_DSBACKUP NOT = "00"
                   DISPLAY "** BACKUP DATASET OPEN FAILED, RMBACKUP="
                       FS_RMBACKUP " DSBACKUP=" FS_DSBACKUP " **"
                   SET BKUP_FAIL TO TRUE
               ELSE
                   MOVE 0 TO RM_EOF_SW
                   PERFORM UNLOAD_ONE_READING UNTIL RM_EOF
                   MOVE 0 TO DS_EOF_SW
                   PERFORM UNLOAD_ONE_SUMMARY UNTIL DS_EOF
               END-IF.
               CLOSE READINGS_MASTER_FILE.
               CLOSE DAILY_SUMMARY_FILE.
               CLOSE MASTER_BACKUP_FILE.
               CLOSE SUMMARY_BACKUP_FILE.

           UNLOAD_ONE_READING.
               READ READINGS_MASTER_FILE NEXT RECORD
                   AT END
                       MOVE 1 TO RM_EOF_SW
                   NOT AT END
                       MOVE READINGS_MASTER_RECORD
                           TO MASTER_BACKUP_RECORD
                       WRITE MASTER_BACKUP_RECORD
                       IF FS_RMBACKUP NOT = "00"
                           DISPLAY "** RMBACKUP WRITE FAILED AT "
                               RM_KEY ", STATUS=" FS_RMBACKUP " **"
                           SET BKUP_FAIL TO TRUE
                           MOVE 1 TO RM_EOF_SW
                       ELSE
                           ADD 1 TO UL_RM_COUNT
                           ADD RM_VALUE TO UL_RM_VALUE_HASH
                           ADD RM_RUN_DATE TO UL_RM_DATE_HASH
                       END-IF
               END-READ.

           UNLOAD_ONE_SUMMARY.
               READ DAILY_SUMMARY_FILE
                   AT END
                       MOVE 1 TO DS_EOF_SW
                   NOT AT END
                       MOVE DAILY_SUMMARY_RECORD
                           TO SUMMARY_BACKUP_RECORD
                       WRITE SUMMARY_BACKUP_RECORD
                       IF FS_DSBACKUP NOT = "00"
                           DISPLAY "** DSBACKUP WRITE FAILED AT "
                               DS_RUN_DATE " " DS_POINT ", STATUS="
                               FS_DSBACKUP " **"
                           SET BKUP_FAIL TO TRUE
                           MOVE 1 TO DS_EOF_SW
                       ELSE
                           ADD 1 TO UL_DS_COUNT
                           ADD DS_REC_COUNT TO UL_DS_COUNT_HASH
                           ADD DS_INT_SUM TO UL_DS_VALUE_HASH
                       END-IF
               END-READ.

           REREAD_BACKUPS.
               OPEN INPUT MASTER_BACKUP_FILE.
               IF FS_RMBACKUP = "00"
                   MOVE 0 TO RM_EOF_SW
                   PERFORM REREAD_ONE_READING UNTIL RM_EOF
                   CLOSE MASTER_BACKUP_FILE
               END-IF.
               OPEN INPUT SUMMARY_BACKUP_FILE.
               IF FS_DSBACKUP = "00"
                   MOVE 0 TO DS_EOF_SW
                   PERFORM REREAD_ONE_SUMMARY UNTIL DS_EOF
                   CLOSE SUMMARY_BACKUP_FILE
               END-IF.

           REREAD_ONE_READING.
               READ MASTER_BACKUP_FILE
                   AT END
                       MOVE 1 TO RM_EOF_SW
                   NOT AT END
                       ADD 1 TO RR_RM_COUNT
                       ADD MB_VALUE TO RR_RM_VALUE_HASH
                       ADD MB_RUN_DATE TO RR_RM_DATE_HASH
               END-READ.

           REREAD_ONE_SUMMARY.
               READ SUMMARY_BACKUP_FILE
                   AT END
                       MOVE 1 TO DS_EOF_SW
                   NOT AT END
                       ADD 1 TO RR_DS_COUNT
                       ADD SB_REC_COUNT TO RR_DS_COUNT_HASH
                       ADD SB_INT_SUM TO RR_DS_VALUE_HASH
               END-READ.

           CHECK_BACKUP_TOTALS.
               IF RR_RM_COUNT NOT = UL_RM_COUNT
                   OR RR_RM_VALUE_HASH NOT = UL_RM_VALUE_HASH
                   OR RR_RM_DATE_HASH NOT = UL_RM_DATE_HASH
                   DISPLAY "** RMBACKUP DOES NOT READ BACK AS "
                       "UNLOADED - BACKUP NOT USABLE **"
                   SET BKUP_FAIL TO TRUE
               END-IF.
               IF RR_DS_COUNT NOT = UL_DS_COUNT
                   OR RR_DS_COUNT_HASH NOT = UL_DS_COUNT_HASH
                   OR RR_DS_VALUE_HASH NOT = UL_DS_VALUE_HASH
                   DISPLAY "** DSBACKUP DOES NOT READ BACK AS "
                       "UNLOADED - BACKUP NOT USABLE **"
                   SET BKUP_FAIL TO TRUE
               END-IF.

           WRITE_BACKUP_CONTROL.
               OPEN OUTPUT BACKUP_CONTROL_FILE.
               MOVE BKUP_STAMP TO BC_STAMP.
               MOVE UL_RM_COUNT TO BC_RM_COUNT.
               MOVE UL_RM_VALUE_HASH TO BC_RM_VALUE_HASH.
               MOVE UL_RM_DATE_HASH TO BC_RM_DATE_HASH.
               MOVE UL_DS_COUNT TO BC_DS_COUNT.
               MOVE UL_DS_COUNT_HASH TO BC_DS_COUNT_HASH.
               MOVE UL_DS_VALUE_HASH TO BC_DS_VALUE_HASH.
               WRITE BACKUP_CONTROL_RECORD.
               IF FS_BKUPCTL NOT = "00"
                   DISPLAY "** BKUPCTL WRITE FAILED, STATUS="
                       FS_BKUPCTL " - BACKUP NOT USABLE **"
                   SET BKUP_FAIL TO TRUE
                   MOVE 12 TO RETURN-CODE
               END-IF.
               CLOSE BACKUP_CONTROL_FILE.

           SHOW_BACKUP_TOTALS.
               MOVE UL_RM_COUNT TO COUNT_ED.
               DISPLAY "READMAST RECORDS UNLOADED:  " COUNT_ED.
               DISPLAY "READMAST VALUE HASH:        " UL_RM_VALUE_HASH.
               DISPLAY "READMAST DATE HASH:         " UL_RM_DATE_HASH.
               MOVE UL_DS_COUNT TO COUNT_ED.
               DISPLAY "DAILYSUM RECORDS UNLOADED:  " COUNT_ED.
               DISPLAY "DAILYSUM COUNT HASH:        " UL_DS_COUNT_HASH.
               DISPLAY "DAILYSUM VALUE HASH:        " UL_DS_VALUE_HASH.
               IF BKUP_FAIL
                   DISPLAY "** BACKUP FAILED - NO CONTROL RECORD "
                       "WRITTEN **"
               ELSE
                   DISPLAY "BACKUP VERIFIED, CONTROL RECORD STAMP "
                       BKUP_DATE " " BKUP_TIME
               END-IF.

           AUDIT_BACKUP.
               OPEN EXTEND AUDIT_LOG_FILE.
               IF FS_AUDITLOG = "35"
                   OPEN OUTPUT AUDIT_LOG_FILE
               END-IF.
               ACCEPT AL_RUN_DATE FROM DATE YYYYMMDD.
               ACCEPT AL_RUN_TIME FROM TIME.
               MOVE "SYS" TO AL_OPER_ID.
               MOVE 0 TO AL_CHOICE.
               MOVE SPACES TO AL_SUMMARY.
               IF BKUP_FAIL
                   STRING "BACKUP FAILED RM=" UL_RM_COUNT
                       " DS=" UL_DS_COUNT
                       DELIMITED BY SIZE INTO AL_SUMMARY
               ELSE
                   STRING "BACKUP OK RM=" UL_RM_COUNT
                       " DS=" UL_DS_COUNT
                       DELIMITED BY SIZE INTO AL_SUMMARY
               END-IF.
               WRITE AUDIT_LOG_RECORD.
               CLOSE AUDIT_LOG_FILE.
