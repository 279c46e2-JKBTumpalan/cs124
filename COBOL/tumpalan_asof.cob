       IDENTIFICATION DIVISION.
       PROGRAM-ID. tumpalan_asof.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ASOF_PARAM_FILE ASSIGN TO "ASOFPRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_ASOFPRM.
               SELECT READ_JOURNAL_FILE ASSIGN TO "READJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_READJRNL.
               SELECT READINGS_MASTER_FILE ASSIGN TO "READMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RM_KEY
                   FILE STATUS IS FS_READMAST.
               SELECT DAILY_SUMMARY_FILE ASSIGN TO "DAILYSUM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_DAILYSUM.
               SELECT ASOF_MASTER_FILE ASSIGN TO "ASOFRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_ASOFRM.
               SELECT ASOF_SUMMARY_FILE ASSIGN TO "ASOFSUM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_ASOFSUM.
               SELECT ASOF_REPORT_FILE ASSIGN TO "ASOFRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_ASOFRPT.

       DATA DIVISION.
           FILE SECTION.
           FD  ASOF_PARAM_FILE.
           01  ASOF_PARAM_RECORD.
               02 AP_ASOF_DATE PIC 9(8).
               02 AP_ASOF_TIME PIC 9(8).
               02 AP_FROM_DATE PIC 9(8).
               02 AP_TO_DATE PIC 9(8).
               02 AP_POINT PIC X(4).

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

           FD  ASOF_MASTER_FILE.
           01  ASOF_MASTER_RECORD.
               02 AM_KEY.
                   03 AM_RUN_DATE PIC 9(8).
                   03 AM_POINT PIC X(4).
                   03 AM_SEQ PIC 9(3).
               02 AM_VALUE PIC 9(3).
               02 AM_EST_FLAG PIC X(1).

           FD  ASOF_SUMMARY_FILE.
           01  ASOF_SUMMARY_RECORD PIC X(33).

           FD  ASOF_REPORT_FILE.
           01  ASOF_REPORT_RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           77 FS_ASOFPRM PIC XX.
           77 FS_READJRNL PIC XX.
           77 FS_READMAST PIC XX.
           77 FS_DAILYSUM PIC XX.
           77 FS_ASOFRM PIC XX.
           77 FS_ASOFSUM PIC XX.
           77 FS_ASOFRPT PIC XX.
           77 ASOF_RUN_DATE PIC 9(8).
           01 ASOF_STAMP.
               02 ASOF_DATE PIC 9(8).
               02 ASOF_TIME PIC 9(8).
           77 FILTER_FROM PIC 9(8) VALUE 0.
           77 FILTER_TO PIC 9(8) VALUE 99999999.
           77 FILTER_POINT PIC X(4) VALUE SPACES.
           77 PARAM_OK_SW PIC 9 VALUE 0.
               88 PARAM_OK VALUE 1.
           77 IN_RANGE_SW PIC 9 VALUE 0.
               88 IN_RANGE VALUE 1.
           77 CHK_DATE PIC 9(8).
           77 CHK_POINT PIC X(4).
           77 RJ_EOF_SW PIC 9 VALUE 0.
               88 RJ_EOF VALUE 1.
           77 RM_EOF_SW PIC 9 VALUE 0.
               88 RM_EOF VALUE 1.
           77 DS_EOF_SW PIC 9 VALUE 0.
               88 DS_EOF VALUE 1.
           01 OV_TABLE.
               02 OV_ENTRY OCCURS 2000 TIMES.
                   03 OV_KEY.
                       04 OV_RUN_DATE PIC 9(8).
                       04 OV_POINT PIC X(4).
                       04 OV_SEQ PIC 9(3).
                   03 OV_ACTION PIC X(1).
                   03 OV_BEFORE PIC 9(3).
                   03 OV_BEFORE_EST PIC X(1).
                   03 OV_MATCHED PIC 9.
           77 OV_USED PIC 9(4) VALUE 0.
           77 OV_IDX PIC 9(4).
           77 OV_HIT PIC 9(4) VALUE 0.
           77 OV_FOUND_SW PIC 9 VALUE 0.
               88 OV_FOUND VALUE 1.
           77 OV_OVERFLOW_SW PIC 9 VALUE 0.
               88 OV_OVERFLOW VALUE 1.
           77 OV_LOOKUP_KEY PIC X(15).
           01 AS_TABLE.
               02 AS_ENTRY OCCURS 400 TIMES.
                   03 AS_DATE PIC 9(8).
                   03 AS_POINT PIC X(4).
                   03 AS_COUNT PIC 9(3).
                   03 AS_ODD PIC 9(3).
                   03 AS_EVEN PIC 9(3).
                   03 AS_SUM PIC 9(5).
                   03 AS_CUR_SW PIC 9.
                   03 AS_CUR_COUNT PIC 9(3).
                   03 AS_CUR_SUM PIC 9(5).
                   03 AS_CUR_ADJ PIC X(1).
                   03 AS_EST PIC X(1).
                   03 AS_CUR_EST PIC X(1).
                   03 AS_TOUCHED PIC 9.
                   03 AS_LATE PIC 9.
           77 AS_USED PIC 9(3) VALUE 0.
           77 AS_IDX PIC 9(3).
           77 AS_HIT PIC 9(3) VALUE 0.
           77 AS_FOUND_SW PIC 9 VALUE 0.
               88 AS_FOUND VALUE 1.
           77 AS_OVERFLOW_SW PIC 9 VALUE 0.
               88 AS_OVERFLOW VALUE 1.
           77 AS_FIND_DATE PIC 9(8).
           77 AS_FIND_POINT PIC X(4).
           77 AS_ADJ_FLAG PIC X(1).
           77 STAMP_MONTH PIC 9(6).
           77 BUS_MONTH PIC 9(6).
           77 JOURNAL_READ PIC 9(7) VALUE 0.
           77 UNWOUND_COUNT PIC 9(7) VALUE 0.
           77 DETAIL_READ PIC 9(7) VALUE 0.
           77 DETAIL_WRITTEN PIC 9(7) VALUE 0.
           77 DETAIL_DROPPED PIC 9(7) VALUE 0.
           77 DETAIL_RESTORED PIC 9(7) VALUE 0.
           77 DETAIL_REINSTATED PIC 9(7) VALUE 0.
           77 SUMMARY_WRITTEN PIC 9(5) VALUE 0.
           77 GROUPS_CHANGED PIC 9(5) VALUE 0.
           77 AO_LINE PIC X(80).
           77 CNT_ED PIC ZZ9.
           77 CNT2_ED PIC ZZ9.
           77 SUM_ED PIC ZZZZ9.
           77 SUM2_ED PIC ZZZZ9.
       PROCEDURE DIVISION.
           ACCEPT ASOF_RUN_DATE FROM DATE YYYYMMDD.
           PERFORM LOAD_ASOF_PARAM.
           OPEN OUTPUT ASOF_REPORT_FILE.
           PERFORM WRITE_ASOF_HEADER.
           IF NOT PARAM_OK
               MOVE SPACES TO AO_LINE
               STRING "NO VALID AS-OF DATE IN ASOFPRM - NOTHING "
                   "RECONSTRUCTED"
                   DELIMITED BY SIZE INTO AO_LINE
               PERFORM PUT_ASOF_LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD_LATER_CHANGES
               IF RETURN-CODE < 8
                   PERFORM REBUILD_READINGS_MASTER
               END-IF
               IF RETURN-CODE < 8
                   PERFORM LOAD_CURRENT_SUMMARY
                   PERFORM MARK_GROUP_ADJUSTMENTS
                   PERFORM WRITE_ASOF_SUMMARY
               END-IF
               PERFORM WRITE_ASOF_FOOTER
           END-IF.
           CLOSE ASOF_REPORT_FILE.
           DISPLAY "AS-OF RECONSTRUCTION COMPLETE, " DETAIL_WRITTEN
               " READING(S), " SUMMARY_WRITTEN " SUMMARY RECORD(S), "
               GROUPS_CHANGED " DATE/POINT(S) CHANGED SINCE".
           IF RETURN-CODE = 0
               IF OV_OVERFLOW OR AS_OVERFLOW
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

           LOAD_ASOF_PARAM.
               OPEN INPUT ASOF_PARAM_FILE.
               IF FS_ASOFPRM = "00"
                   READ ASOF_PARAM_FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE_ASOF_PARAM
                   END-READ
                   CLOSE ASOF_PARAM_FILE
               ELSE
                   DISPLAY "** ASOFPRM NOT FOUND, STATUS=" FS_ASOFPRM
                       " **"
               END-IF.

           TAKE_ASOF_PARAM.
               IF AP_ASOF_DATE IS NUMERIC AND AP_ASOF_DATE > 0
                   SET PARAM_OK TO TRUE
                   MOVE AP_ASOF_DATE TO ASOF_DATE
                   IF AP_ASOF_TIME IS NUMERIC
                       MOVE AP_ASOF_TIME TO ASOF_TIME
                   ELSE
                       MOVE 23595999 TO ASOF_TIME
                   END-IF
               END-IF.
               IF AP_FROM_DATE IS NUMERIC
                   MOVE AP_FROM_DATE TO FILTER_FROM
               END-IF.
               IF AP_TO_DATE IS NUMERIC AND AP_TO_DATE > 0
                   MOVE AP_TO_DATE TO FILTER_TO
               END-IF.
               MOVE AP_POINT TO FILTER_POINT.

           CHECK_IN_RANGE.
               MOVE 0 TO IN_RANGE_SW.
               IF CHK_DATE NOT < FILTER_FROM
                   AND CHK_DATE NOT > FILTER_TO
                   IF FILTER_POINT = SPACES
                       OR CHK_POINT = FILTER_POINT
                       SET IN_RANGE TO TRUE
                   END-IF
               END-IF.

           LOAD_LATER_CHANGES.
               OPEN INPUT READ_JOURNAL_FILE.
               IF FS_READJRNL NOT = "00"
                   DISPLAY "** READINGS JOURNAL READJRNL NOT FOUND, "
                       "STATUS=" FS_READJRNL " **"
                   MOVE SPACES TO AO_LINE
                   MOVE "READINGS JOURNAL NOT FOUND - CANNOT UNWIND"
                       TO AO_LINE
                   PERFORM PUT_ASOF_LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RJ_EOF_SW
                   PERFORM LOAD_ONE_CHANGE UNTIL RJ_EOF
                   CLOSE READ_JOURNAL_FILE
               END-IF.

           LOAD_ONE_CHANGE.
               READ READ_JOURNAL_FILE
                   AT END
                       MOVE 1 TO RJ_EOF_SW
                   NOT AT END
                       ADD 1 TO JOURNAL_READ
                       IF RJ_STAMP > ASOF_STAMP
                           MOVE RJ_RUN_DATE TO CHK_DATE
                           MOVE RJ_POINT TO CHK_POINT
                           PERFORM CHECK_IN_RANGE
                           IF IN_RANGE
                               PERFORM KEEP_FIRST_CHANGE
                           END-IF
                       END-IF
               END-READ.

           KEEP_FIRST_CHANGE.
               MOVE RJ_KEY TO OV_LOOKUP_KEY.
               PERFORM FIND_OVERRIDE.
               IF NOT OV_FOUND
                   IF OV_USED < 2000
                       ADD 1 TO OV_USED
                       ADD 1 TO UNWOUND_COUNT
                       MOVE RJ_KEY TO OV_KEY(OV_USED)
                       MOVE RJ_ACTION TO OV_ACTION(OV_USED)
                       MOVE RJ_BEFORE_VALUE TO OV_BEFORE(OV_USED)
                       MOVE RJ_BEFORE_EST TO OV_BEFORE_EST(OV_USED)
                       MOVE 0 TO OV_MATCHED(OV_USED)
                   ELSE
                       IF NOT OV_OVERFLOW
                           SET OV_OVERFLOW TO TRUE
                           DISPLAY "** MORE THAN 2000 CHANGED READINGS "
                               "SINCE THE AS-OF POINT - EXCESS NOT "
                               "UNWOUND **"
                       END-IF
                   END-IF
               END-IF.

           FIND_OVERRIDE.
               MOVE 0 TO OV_FOUND_SW.
               MOVE 0 TO OV_HIT.
               PERFORM MATCH_ONE_OVERRIDE VARYING OV_IDX FROM 1 BY 1
                   UNTIL OV_IDX > OV_USED.

           MATCH_ONE_OVERRIDE.
               IF NOT OV_FOUND
                   AND OV_KEY(OV_IDX) = OV_LOOKUP_KEY
                   SET OV_FOUND TO TRUE
                   MOVE OV_IDX TO OV_HIT
               END-IF.

           REBUILD_READINGS_MASTER.
               OPEN INPUT READINGS_MASTER_FILE.
               IF FS_READMAST NOT = "00"
                   DISPLAY "** READINGS MASTER READMAST NOT FOUND, "
                       "STATUS=" FS_READMAST " **"
                   MOVE SPACES TO AO_LINE
                   MOVE "READINGS MASTER NOT FOUND - NOTHING REBUILT"
                       TO AO_LINE
                   PERFORM PUT_ASOF_LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT ASOF_MASTER_FILE
                   MOVE 0 TO RM_EOF_SW
                   PERFORM REBUILD_ONE_READING UNTIL RM_EOF
                   CLOSE READINGS_MASTER_FILE
                   PERFORM REINSTATE_ONE_OVERRIDE VARYING OV_IDX
                       FROM 1 BY 1 UNTIL OV_IDX > OV_USED
                   CLOSE ASOF_MASTER_FILE
               END-IF.

           REBUILD_ONE_READING.
               READ READINGS_MASTER_FILE NEXT RECORD
                   AT END
                       MOVE 1 TO RM_EOF_SW
                   NOT AT END
                       MOVE RM_RUN_DATE TO CHK_DATE
                       MOVE RM_POINT TO CHK_POINT
                       PERFORM CHECK_IN_RANGE
                       IF IN_RANGE
                           ADD 1 TO DETAIL_READ
                           PERFORM UNWIND_ONE_READING
                       END-IF
               END-READ.

           UNWIND_ONE_READING.
               MOVE RM_KEY TO OV_LOOKUP_KEY.
               PERFORM FIND_OVERRIDE.
               IF OV_FOUND
                   MOVE 1 TO OV_MATCHED(OV_HIT)
                   IF OV_ACTION(OV_HIT) = "A"
                       ADD 1 TO DETAIL_DROPPED
                   ELSE
                       ADD 1 TO DETAIL_RESTORED
                       MOVE RM_KEY TO AM_KEY
                       MOVE OV_BEFORE(OV_HIT) TO AM_VALUE
                       MOVE OV_BEFORE_EST(OV_HIT) TO AM_EST_FLAG
                       PERFORM PUT_ASOF_READING
                   END-IF
               ELSE
                   MOVE RM_KEY TO AM_KEY
                   MOVE RM_VALUE TO AM_VALUE
                   MOVE RM_EST_FLAG TO AM_EST_FLAG
                   PERFORM PUT_ASOF_READING
               END-IF.

           REINSTATE_ONE_OVERRIDE.
               IF OV_MATCHED(OV_IDX) = 0
                   AND OV_ACTION(OV_IDX) NOT = "A"
                   ADD 1 TO DETAIL_REINSTATED
                   MOVE OV_KEY(OV_IDX) TO AM_KEY
                   MOVE OV_BEFORE(OV_IDX) TO AM_VALUE
                   MOVE OV_BEFORE_EST(OV_IDX) TO AM_EST_FLAG
                   PERFORM PUT_ASOF_READING
               END-IF.

           PUT_ASOF_READING.
               WRITE ASOF_MASTER_RECORD.
               ADD 1 TO DETAIL_WRITTEN.
               MOVE AM_RUN_DATE TO AS_FIND_DATE.
               MOVE AM_POINT TO AS_FIND_POINT.
               PERFORM ADD_ASOF_GROUP.
               IF AS_HIT > 0
                   ADD 1 TO AS_COUNT(AS_HIT)
                   ADD AM_VALUE TO AS_SUM(AS_HIT)
                   IF FUNCTION MOD (AM_VALUE, 2) = 0
                       ADD 1 TO AS_EVEN(AS_HIT)
                   ELSE
                       ADD 1 TO AS_ODD(AS_HIT)
                   END-IF
                   IF AM_EST_FLAG = "E"
                       MOVE "E" TO AS_EST(AS_HIT)
                   END-IF
               END-IF.

           ADD_ASOF_GROUP.
               PERFORM FIND_ASOF_GROUP.
               IF NOT AS_FOUND
                   IF AS_USED < 400
                       ADD 1 TO AS_USED
                       MOVE AS_FIND_DATE TO AS_DATE(AS_USED)
                       MOVE AS_FIND_POINT TO AS_POINT(AS_USED)
                       MOVE 0 TO AS_COUNT(AS_USED)
                       MOVE 0 TO AS_ODD(AS_USED)
                       MOVE 0 TO AS_EVEN(AS_USED)
                       MOVE 0 TO AS_SUM(AS_USED)
                       MOVE 0 TO AS_CUR_SW(AS_USED)
                       MOVE 0 TO AS_CUR_COUNT(AS_USED)
                       MOVE 0 TO AS_CUR_SUM(AS_USED)
                       MOVE SPACE TO AS_CUR_ADJ(AS_USED)
                       MOVE SPACE TO AS_EST(AS_USED)
                       MOVE SPACE TO AS_CUR_EST(AS_USED)
                       MOVE 0 TO AS_TOUCHED(AS_USED)
                       MOVE 0 TO AS_LATE(AS_USED)
                       MOVE AS_USED TO AS_HIT
                   ELSE
                       IF NOT AS_OVERFLOW
                           SET AS_OVERFLOW TO TRUE
                           DISPLAY "** MORE THAN 400 DATE/POINT "
                               "GROUPS - EXCESS NOT SUMMARISED **"
                       END-IF
                       MOVE 0 TO AS_HIT
                   END-IF
               END-IF.

           FIND_ASOF_GROUP.
               MOVE 0 TO AS_FOUND_SW.
               MOVE 0 TO AS_HIT.
               PERFORM MATCH_ONE_GROUP VARYING AS_IDX FROM 1 BY 1
                   UNTIL AS_IDX > AS_USED.

           MATCH_ONE_GROUP.
               IF NOT AS_FOUND
                   AND AS_DATE(AS_IDX) = AS_FIND_DATE
                   AND AS_POINT(AS_IDX) = AS_FIND_POINT
                   SET AS_FOUND TO TRUE
                   MOVE AS_IDX TO AS_HIT
               END-IF.

           LOAD_CURRENT_SUMMARY.
               OPEN INPUT DAILY_SUMMARY_FILE.
               IF FS_DAILYSUM NOT = "00"
                   DISPLAY "** DAILY SUMMARY DAILYSUM NOT FOUND, "
                       "STATUS=" FS_DAILYSUM " **"
               ELSE
                   MOVE 0 TO DS_EOF_SW
                   PERFORM LOAD_ONE_CURRENT UNTIL DS_EOF
                   CLOSE DAILY_SUMMARY_FILE
               END-IF.

           LOAD_ONE_CURRENT.
               READ DAILY_SUMMARY_FILE
                   AT END
                       MOVE 1 TO DS_EOF_SW
                   NOT AT END
                       MOVE DS_RUN_DATE TO CHK_DATE
                       MOVE DS_POINT TO CHK_POINT
                       PERFORM CHECK_IN_RANGE
                       IF IN_RANGE
                           MOVE DS_RUN_DATE TO AS_FIND_DATE
                           MOVE DS_POINT TO AS_FIND_POINT
                           PERFORM ADD_ASOF_GROUP
                           IF AS_HIT > 0
                               MOVE 1 TO AS_CUR_SW(AS_HIT)
                               MOVE DS_REC_COUNT TO AS_CUR_COUNT(AS_HIT)
                               MOVE DS_INT_SUM TO AS_CUR_SUM(AS_HIT)
                               MOVE DS_ADJ_FLAG TO AS_CUR_ADJ(AS_HIT)
                               MOVE DS_EST_FLAG TO AS_CUR_EST(AS_HIT)
                           END-IF
                       END-IF
               END-READ.

           MARK_GROUP_ADJUSTMENTS.
               OPEN INPUT READ_JOURNAL_FILE.
               IF FS_READJRNL = "00"
                   MOVE 0 TO RJ_EOF_SW
                   PERFORM MARK_ONE_ADJUSTMENT UNTIL RJ_EOF
                   CLOSE READ_JOURNAL_FILE
               END-IF.

           MARK_ONE_ADJUSTMENT.
               READ READ_JOURNAL_FILE
                   AT END
                       MOVE 1 TO RJ_EOF_SW
                   NOT AT END
                       MOVE RJ_RUN_DATE TO AS_FIND_DATE
                       MOVE RJ_POINT TO AS_FIND_POINT
                       PERFORM FIND_ASOF_GROUP
                       IF AS_FOUND
                           IF RJ_STAMP > ASOF_STAMP
                               MOVE 1 TO AS_TOUCHED(AS_HIT)
                           ELSE
                               MOVE RJ_STAMP_DATE(1:6) TO STAMP_MONTH
                               MOVE RJ_RUN_DATE(1:6) TO BUS_MONTH
                               IF STAMP_MONTH > BUS_MONTH
                                   PERFORM MARK_LATE_CHANGE
                               END-IF
                           END-IF
                       END-IF
               END-READ.

           MARK_LATE_CHANGE.
               IF RJ_ACTION = "C" OR RJ_ACTION = "D"
                   IF AS_COUNT(AS_HIT) > 0
                       OR (RJ_BEFORE_EST = "E"
                           AND RJ_AFTER_EST NOT = "E")
                       MOVE 1 TO AS_LATE(AS_HIT)
                   END-IF
               END-IF.

           WRITE_ASOF_SUMMARY.
               OPEN OUTPUT ASOF_SUMMARY_FILE.
               PERFORM WRITE_ONE_GROUP VARYING AS_IDX FROM 1 BY 1
                   UNTIL AS_IDX > AS_USED.
               CLOSE ASOF_SUMMARY_FILE.

           WRITE_ONE_GROUP.
               IF AS_TOUCHED(AS_IDX) = 1
                   IF AS_LATE(AS_IDX) = 1
                       MOVE "A" TO AS_ADJ_FLAG
                   ELSE
                       MOVE SPACE TO AS_ADJ_FLAG
                   END-IF
               ELSE
                   MOVE AS_CUR_ADJ(AS_IDX) TO AS_ADJ_FLAG
               END-IF.
               IF AS_COUNT(AS_IDX) > 0
                   MOVE AS_DATE(AS_IDX) TO DS_RUN_DATE
                   MOVE AS_POINT(AS_IDX) TO DS_POINT
                   MOVE AS_COUNT(AS_IDX) TO DS_REC_COUNT
                   MOVE AS_ODD(AS_IDX) TO DS_ODD_COUNT
                   MOVE AS_EVEN(AS_IDX) TO DS_EVEN_COUNT
                   MOVE AS_SUM(AS_IDX) TO DS_INT_SUM
                   COMPUTE DS_AVERAGE ROUNDED =
                       AS_SUM(AS_IDX) / AS_COUNT(AS_IDX)
                   MOVE AS_ADJ_FLAG TO DS_ADJ_FLAG
                   MOVE AS_EST(AS_IDX) TO DS_EST_FLAG
                   MOVE DAILY_SUMMARY_RECORD TO ASOF_SUMMARY_RECORD
                   WRITE ASOF_SUMMARY_RECORD
                   ADD 1 TO SUMMARY_WRITTEN
               END-IF.
               PERFORM WRITE_GROUP_LINE.

           WRITE_GROUP_LINE.
               MOVE AS_COUNT(AS_IDX) TO CNT_ED.
               MOVE AS_SUM(AS_IDX) TO SUM_ED.
               MOVE AS_CUR_COUNT(AS_IDX) TO CNT2_ED.
               MOVE AS_CUR_SUM(AS_IDX) TO SUM2_ED.
               MOVE SPACES TO AO_LINE.
               IF AS_COUNT(AS_IDX) = AS_CUR_COUNT(AS_IDX)
                   AND AS_SUM(AS_IDX) = AS_CUR_SUM(AS_IDX)
                   AND AS_ADJ_FLAG = AS_CUR_ADJ(AS_IDX)
                   AND AS_EST(AS_IDX) = AS_CUR_EST(AS_IDX)
                   STRING AS_DATE(AS_IDX) " " AS_POINT(AS_IDX)
                       "  CNT=" CNT_ED " SUM=" SUM_ED
                       " F=" AS_ADJ_FLAG AS_EST(AS_IDX)
                       "  UNCHANGED"
                       DELIMITED BY SIZE INTO AO_LINE
               ELSE
                   ADD 1 TO GROUPS_CHANGED
                   STRING AS_DATE(AS_IDX) " " AS_POINT(AS_IDX)
                       "  CNT=" CNT_ED " SUM=" SUM_ED
                       " F=" AS_ADJ_FLAG AS_EST(AS_IDX)
                       "  NOW CNT=" CNT2_ED " SUM=" SUM2_ED
                       " F=" AS_CUR_ADJ(AS_IDX) AS_CUR_EST(AS_IDX)
                       "  *CHANGED*"
                       DELIMITED BY SIZE INTO AO_LINE
               END-IF.
               PERFORM PUT_ASOF_LINE.

           WRITE_ASOF_HEADER.
               MOVE SPACES TO AO_LINE.
               STRING "READMAST/DAILYSUM AS-OF RECONSTRUCTION - RUN "
                   "DATE: " ASOF_RUN_DATE
                   DELIMITED BY SIZE INTO AO_LINE.
               PERFORM PUT_ASOF_LINE.
               IF PARAM_OK
                   MOVE SPACES TO AO_LINE
                   STRING "AS OF: " ASOF_DATE " " ASOF_TIME
                       "  DATES " FILTER_FROM "-" FILTER_TO
                       "  POINT " FILTER_POINT
                       DELIMITED BY SIZE INTO AO_LINE
                   PERFORM PUT_ASOF_LINE
               END-IF.
               MOVE SPACES TO AO_LINE.
               STRING "DATE     POINT  AS-OF FIGURES, THEN CURRENT "
                   "FIGURES WHERE DIFFERENT"
                   DELIMITED BY SIZE INTO AO_LINE.
               PERFORM PUT_ASOF_LINE.
               MOVE SPACES TO AO_LINE.
               STRING "F= ADJUSTMENT FLAG (A) FOLLOWED BY ESTIMATE "
                   "FLAG (E)"
                   DELIMITED BY SIZE INTO AO_LINE.
               PERFORM PUT_ASOF_LINE.

           WRITE_ASOF_FOOTER.
               MOVE SPACES TO AO_LINE.
               STRING "JOURNAL RECORDS READ:   " JOURNAL_READ
                   "   KEYS UNWOUND: " UNWOUND_COUNT
                   DELIMITED BY SIZE INTO AO_LINE.
               PERFORM PUT_ASOF_LINE.
               MOVE SPACES TO AO_LINE.
               STRING "CURRENT READINGS READ:  " DETAIL_READ
                   "   WRITTEN AS-OF: " DETAIL_WRITTEN
                   DELIMITED BY SIZE INTO AO_LINE.
               PERFORM PUT_ASOF_LINE.
               MOVE SPACES TO AO_LINE.
               STRING "ADDED SINCE (DROPPED):  " DETAIL_DROPPED
                   "   CHANGED SINCE (RESTORED): " DETAIL_RESTORED
                   DELIMITED BY SIZE INTO AO_LINE.
               PERFORM PUT_ASOF_LINE.
               MOVE SPACES TO AO_LINE.
               STRING "DELETED SINCE (REINSTATED): " DETAIL_REINSTATED
                   DELIMITED BY SIZE INTO AO_LINE.
               PERFORM PUT_ASOF_LINE.
               MOVE SPACES TO AO_LINE.
               STRING "SUMMARY RECORDS WRITTEN: " SUMMARY_WRITTEN
                   "   DATE/POINTS CHANGED SINCE: " GROUPS_CHANGED
                   DELIMITED BY SIZE INTO AO_LINE.
               PERFORM PUT_ASOF_LINE.
               IF OV_OVERFLOW OR AS_OVERFLOW
                   MOVE SPACES TO AO_LINE
                   STRING "*** TABLE LIMIT REACHED - RECONSTRUCTION "
                       "INCOMPLETE, NARROW THE ASOFPRM RANGE ***"
                       DELIMITED BY SIZE INTO AO_LINE
                   PERFORM PUT_ASOF_LINE
               END-IF.

           PUT_ASOF_LINE.
               MOVE AO_LINE TO ASOF_REPORT_RECORD.
               WRITE ASOF_REPORT_RECORD.
