       IDENTIFICATION DIVISION.
       PROGRAM-ID. tumpalan_missfeed.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MISS_PARAM_FILE ASSIGN TO "MISSPRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_MISSPRM.
               SELECT CALENDAR_FILE ASSIGN TO "CALENDAR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_CALENDAR.
               SELECT METER_POINT_FILE ASSIGN TO "METERPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_METERPT.
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
               SELECT PERIOD_CONTROL_FILE ASSIGN TO "PERIODCT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_PERIODCT.
               SELECT AUDIT_LOG_FILE ASSIGN TO "AUDITLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_AUDITLOG.
               SELECT MISS_REPORT_FILE ASSIGN TO "MISSRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_MISSRPT.

       DATA DIVISION.
           FILE SECTION.
           FD  MISS_PARAM_FILE.
           01  MISS_PARAM_RECORD.
               02 FP_LOOKBACK PIC 9(3).
               02 FP_BASIS PIC 9(2).

           FD  CALENDAR_FILE.
           01  CALENDAR_RECORD.
               02 CA_DATE PIC 9(8).
               02 CA_TYPE PIC X(1).
               02 CA_DESC PIC X(20).

           FD  METER_POINT_FILE.
           01  METER_POINT_RECORD.
               02 MP_CODE PIC X(4).
               02 MP_DESC PIC X(20).
               02 MP_STATUS PIC X(1).
               02 MP_UNIT_CODE PIC X(2).

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

           FD  MISS_REPORT_FILE.
           01  MISS_REPORT_RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           77 FS_MISSPRM PIC XX.
           77 FS_CALENDAR PIC XX.
           77 FS_METERPT PIC XX.
           77 FS_READMAST PIC XX.
           77 FS_DAILYSUM PIC XX.
           77 FS_DAILYNEW PIC XX.
           77 FS_READJRNL PIC XX.
           77 FS_PERIODCT PIC XX.
           77 FS_AUDITLOG PIC XX.
           77 FS_MISSRPT PIC XX.
           77 LOOKBACK_DAYS PIC 9(3) VALUE 7.
           77 BASIS_DAYS PIC 9(2) VALUE 5.
           77 MF_RUN_DATE PIC 9(8).
           77 MF_RUN_INT PIC 9(7).
           77 WIN_FIRST_INT PIC 9(7).
           77 WIN_LAST_INT PIC 9(7).
           77 WIN_FIRST_DATE PIC 9(8).
           77 WIN_LAST_DATE PIC 9(8).
           77 HIST_FIRST_DATE PIC 9(8).
           77 INPUT_OK_SW PIC 9 VALUE 1.
               88 INPUT_OK VALUE 1.
           01 CAL_TABLE.
               02 CAL_ENTRY OCCURS 400 TIMES.
                   03 CL_DATE PIC 9(8).
                   03 CL_TYPE PIC X(1).
                   03 CL_DESC PIC X(20).
           77 CAL_COUNT PIC 9(3) VALUE 0.
           77 CAL_IDX PIC 9(3).
           77 CAL_EOF_SW PIC 9 VALUE 0.
               88 CAL_EOF VALUE 1.
           77 CAL_FOUND_SW PIC 9 VALUE 0.
               88 CAL_FOUND VALUE 1.
           77 DAY_DATE PIC 9(8).
           77 DAY_INT PIC 9(7).
           77 DAY_OF_WEEK PIC 9.
           77 DAY_TYPE PIC X(1).
           77 DAY_TYPE_DESC PIC X(20).
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
           01 PT_TABLE.
               02 PT_ENTRY OCCURS 20 TIMES.
                   03 PT_CODE PIC X(4).
           77 PT_USED PIC 9(2) VALUE 0.
           77 PT_IDX PIC 9(2).
           01 HS_TABLE.
               02 HS_ENTRY OCCURS 3000 TIMES.
                   03 HS_DATE PIC 9(8).
                   03 HS_POINT PIC X(4).
                   03 HS_COUNT PIC 9(3).
                   03 HS_SUM PIC 9(5).
                   03 HS_EST PIC X(1).
           77 HS_USED PIC 9(4) VALUE 0.
           77 HS_IDX PIC 9(4).
           77 HS_HIT PIC 9(4) VALUE 0.
           77 HS_OVERFLOW_SW PIC 9 VALUE 0.
               88 HS_OVERFLOW VALUE 1.
           77 HS_EOF_SW PIC 9 VALUE 0.
               88 HS_EOF VALUE 1.
           77 HS_FOUND_SW PIC 9 VALUE 0.
               88 HS_FOUND VALUE 1.
           77 HS_BOUND_DATE PIC 9(8).
           77 HS_BEST_DATE PIC 9(8).
           77 HS_BEST_IDX PIC 9(4).
           77 BASIS_TAKEN PIC 9(2).
           77 BASIS_COUNT_SUM PIC 9(6).
           77 BASIS_VALUE_SUM PIC 9(8).
           77 BASIS_DONE_SW PIC 9 VALUE 0.
               88 BASIS_DONE VALUE 1.
           01 ES_TABLE.
               02 ES_ENTRY OCCURS 200 TIMES.
                   03 ES_DATE PIC 9(8).
                   03 ES_POINT PIC X(4).
                   03 ES_COUNT PIC 9(3).
                   03 ES_ODD PIC 9(3).
                   03 ES_EVEN PIC 9(3).
                   03 ES_SUM PIC 9(5).
                   03 ES_AVERAGE PIC 9(3)V99.
           77 ES_USED PIC 9(3) VALUE 0.
           77 ES_IDX PIC 9(3).
           77 RM_DETAIL_SW PIC 9 VALUE 0.
               88 RM_DETAIL VALUE 1.
           77 EST_COUNT PIC 9(3).
           77 EST_VALUE PIC 9(3).
           77 EST_SEQ PIC 9(3).
           77 EST_WORK PIC 9(5)V99.
           77 EST_FAIL_SW PIC 9 VALUE 0.
               88 EST_FAIL VALUE 1.
           77 RD_EOF_SW PIC 9 VALUE 0.
               88 RD_EOF VALUE 1.
           77 DAYS_CHECKED PIC 9(5) VALUE 0.
           77 GAP_COUNT PIC 9(5) VALUE 0.
           77 EST_MADE PIC 9(5) VALUE 0.
           77 EST_PENDING PIC 9(5) VALUE 0.
           77 NO_SUMMARY_COUNT PIC 9(5) VALUE 0.
           77 NOT_EST_COUNT PIC 9(5) VALUE 0.
           77 EST_FAIL_COUNT PIC 9(5) VALUE 0.
           77 JRNL_FAIL_COUNT PIC 9(5) VALUE 0.
           77 CNT_ED PIC ZZ9.
           77 VAL_ED PIC ZZ9.
           77 BASIS_ED PIC Z9.
           77 MF_LINE PIC X(80).
       PROCEDURE DIVISION.
           PERFORM LOAD_MISS_PARAM.
           ACCEPT MF_RUN_DATE FROM DATE YYYYMMDD.
           COMPUTE MF_RUN_INT =
               FUNCTION INTEGER-OF-DATE(MF_RUN_DATE).
           COMPUTE WIN_FIRST_INT = MF_RUN_INT - LOOKBACK_DAYS.
           COMPUTE WIN_LAST_INT = MF_RUN_INT - 1.
           COMPUTE WIN_FIRST_DATE =
               FUNCTION DATE-OF-INTEGER(WIN_FIRST_INT).
           COMPUTE WIN_LAST_DATE =
               FUNCTION DATE-OF-INTEGER(WIN_LAST_INT).
           COMPUTE HIST_FIRST_DATE =
               FUNCTION DATE-OF-INTEGER(WIN_FIRST_INT - 60).
           PERFORM LOAD_CALENDAR.
           PERFORM LOAD_PERIOD_CONTROL.
           PERFORM LOAD_POINT_TABLE.
           IF INPUT_OK
               PERFORM LOAD_SUMMARY_HISTORY
           END-IF.
           IF INPUT_OK
               OPEN I-O READINGS_MASTER_FILE
               IF FS_READMAST NOT = "00"
                   DISPLAY "** READINGS MASTER OPEN FAILED, STATUS="
                       FS_READMAST " **"
                   MOVE 0 TO INPUT_OK_SW
               END-IF
           END-IF.
           OPEN OUTPUT MISS_REPORT_FILE.
           PERFORM WRITE_MISS_HEADER.
           IF INPUT_OK
               PERFORM OPEN_READ_JOURNAL
               PERFORM OPEN_AUDIT_LOG
               PERFORM CHECK_ONE_DAY VARYING DAY_INT
                   FROM WIN_FIRST_INT BY 1
                   UNTIL DAY_INT > WIN_LAST_INT
               CLOSE READINGS_MASTER_FILE
               CLOSE READ_JOURNAL_FILE
               CLOSE AUDIT_LOG_FILE
               IF ES_USED > 0
                   PERFORM ADD_ESTIMATED_SUMMARIES
               END-IF
               PERFORM WRITE_MISS_FOOTER
           ELSE
               MOVE SPACES TO MF_LINE
               STRING "*** REQUIRED INPUT MISSING - NO FEEDS "
                   "CHECKED, NOTHING ESTIMATED ***"
                   DELIMITED BY SIZE INTO MF_LINE
               PERFORM PUT_MISS_LINE
           END-IF.
           CLOSE MISS_REPORT_FILE.
           DISPLAY "MISSING FEED CHECK COMPLETE: " GAP_COUNT
               " GAP(S), " EST_MADE " ESTIMATED, " NOT_EST_COUNT
               " NOT ESTIMATED".
           IF NOT INPUT_OK
               MOVE 8 TO RETURN-CODE
           ELSE
               IF JRNL_FAIL_COUNT > 0
                   MOVE 6 TO RETURN-CODE
               ELSE
                   IF GAP_COUNT > 0 OR EST_PENDING > 0
                       OR NO_SUMMARY_COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

           LOAD_MISS_PARAM.
               OPEN INPUT MISS_PARAM_FILE.
               IF FS_MISSPRM = "00"
                   READ MISS_PARAM_FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FP_LOOKBACK IS NUMERIC
                               AND FP_LOOKBACK > 0
                               MOVE FP_LOOKBACK TO LOOKBACK_DAYS
                           END-IF
                           IF FP_BASIS IS NUMERIC AND FP_BASIS > 0
                               MOVE FP_BASIS TO BASIS_DAYS
                           END-IF
                   END-READ
                   CLOSE MISS_PARAM_FILE
               ELSE
                   DISPLAY "MISSING FEED PARAM FILE NOT FOUND, USING "
                       LOOKBACK_DAYS " DAYS BACK, " BASIS_DAYS
                       " DAYS OF HISTORY"
               END-IF.

           LOAD_CALENDAR.
               MOVE 0 TO CAL_COUNT.
               OPEN INPUT CALENDAR_FILE.
               IF FS_CALENDAR = "00"
                   MOVE 0 TO CAL_EOF_SW
                   PERFORM READ_CALENDAR_RECORD UNTIL CAL_EOF
                   CLOSE CALENDAR_FILE
               ELSE
                   DISPLAY "CALENDAR FILE NOT FOUND, WEEKENDS "
                       "DERIVED FROM THE DATE ONLY"
               END-IF.

           READ_CALENDAR_RECORD.
               READ CALENDAR_FILE
                   AT END
                       MOVE 1 TO CAL_EOF_SW
                   NOT AT END
                       IF CAL_COUNT < 400
                           IF CA_DATE IS NUMERIC
                               ADD 1 TO CAL_COUNT
                               MOVE CA_DATE TO CL_DATE(CAL_COUNT)
                               MOVE CA_TYPE TO CL_TYPE(CAL_COUNT)
                               MOVE CA_DESC TO CL_DESC(CAL_COUNT)
                           END-IF
                       ELSE
                           DISPLAY "** MORE THAN 400 CALENDAR "
                               "RECORDS - EXTRA ROWS IGNORED **"
                           MOVE 1 TO CAL_EOF_SW
                       END-IF
               END-READ.

           LOOKUP_DAY_TYPE.
               COMPUTE DAY_OF_WEEK = FUNCTION MOD(DAY_INT - 1, 7).
               MOVE "W" TO DAY_TYPE.
               MOVE SPACES TO DAY_TYPE_DESC.
               MOVE 0 TO CAL_FOUND_SW.
               PERFORM MATCH_ONE_CAL_DAY VARYING CAL_IDX FROM 1 BY 1
                   UNTIL CAL_IDX > CAL_COUNT.
               IF NOT CAL_FOUND
                   IF DAY_OF_WEEK = 5 OR DAY_OF_WEEK = 6
                       MOVE "E" TO DAY_TYPE
                       MOVE "WEEKEND" TO DAY_TYPE_DESC
                   END-IF
               END-IF.

           MATCH_ONE_CAL_DAY.
               IF NOT CAL_FOUND AND CL_DATE(CAL_IDX) = DAY_DATE
                   SET CAL_FOUND TO TRUE
                   MOVE CL_TYPE(CAL_IDX) TO DAY_TYPE
                   IF DAY_TYPE NOT = "W"
                       MOVE CL_DESC(CAL_IDX) TO DAY_TYPE_DESC
                   END-IF
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

           LOAD_POINT_TABLE.
               OPEN INPUT METER_POINT_FILE.
               IF FS_METERPT NOT = "00"
                   DISPLAY "** METER POINT FILE METERPT NOT FOUND, "
                       "STATUS=" FS_METERPT " **"
                   MOVE 0 TO INPUT_OK_SW
               ELSE
                   PERFORM READ_POINT_RECORD UNTIL FS_METERPT NOT = "00"
                       OR PT_USED = 20
                   CLOSE METER_POINT_FILE
               END-IF.

           READ_POINT_RECORD.
               READ METER_POINT_FILE
                   AT END
                       MOVE "10" TO FS_METERPT
                   NOT AT END
                       IF MP_STATUS = "A"
                           ADD 1 TO PT_USED
                           MOVE MP_CODE TO PT_CODE(PT_USED)
                       END-IF
               END-READ.

           LOAD_SUMMARY_HISTORY.
               OPEN INPUT DAILY_SUMMARY_FILE.
               IF FS_DAILYSUM NOT = "00"
                   DISPLAY "** DAILY SUMMARY FILE DAILYSUM NOT FOUND **"
                   MOVE 0 TO INPUT_OK_SW
               ELSE
                   MOVE 0 TO HS_EOF_SW
                   PERFORM READ_SUMMARY_HISTORY UNTIL HS_EOF
                   CLOSE DAILY_SUMMARY_FILE
               END-IF.

           READ_SUMMARY_HISTORY.
               READ DAILY_SUMMARY_FILE
                   AT END
                       MOVE 1 TO HS_EOF_SW
                   NOT AT END
                       IF DS_RUN_DATE NOT < HIST_FIRST_DATE
                           AND DS_RUN_DATE < MF_RUN_DATE
                           IF HS_USED < 3000
                               ADD 1 TO HS_USED
                               MOVE DS_RUN_DATE TO HS_DATE(HS_USED)
                               MOVE DS_POINT TO HS_POINT(HS_USED)
                               MOVE DS_REC_COUNT TO HS_COUNT(HS_USED)
                               MOVE DS_INT_SUM TO HS_SUM(HS_USED)
                               MOVE DS_EST_FLAG TO HS_EST(HS_USED)
                           ELSE
                               IF NOT HS_OVERFLOW
                                   SET HS_OVERFLOW TO TRUE
                                   DISPLAY "** MORE THAN 3000 DAILY "
                                       "SUMMARY DAYS IN RANGE - "
                                       "EXCESS IGNORED **"
                               END-IF
                           END-IF
                       END-IF
               END-READ.

           CHECK_ONE_DAY.
               COMPUTE DAY_DATE = FUNCTION DATE-OF-INTEGER(DAY_INT).
               PERFORM LOOKUP_DAY_TYPE.
               IF DAY_TYPE = "W"
                   ADD 1 TO DAYS_CHECKED
                   PERFORM CHECK_ONE_POINT VARYING PT_IDX FROM 1 BY 1
                       UNTIL PT_IDX > PT_USED
               END-IF.

           CHECK_ONE_POINT.
               PERFORM FIND_DAY_SUMMARY.
               IF HS_FOUND
                   IF HS_EST(HS_HIT) = "E"
                       ADD 1 TO EST_PENDING
                       MOVE SPACES TO MF_LINE
                       STRING DAY_DATE " " PT_CODE(PT_IDX)
                           "  ESTIMATE ON FILE - ACTUAL FEED NOT YET "
                           "RECEIVED"
                           DELIMITED BY SIZE INTO MF_LINE
                       PERFORM PUT_MISS_LINE
                   END-IF
               ELSE
                   PERFORM CHECK_DETAIL_ON_FILE
                   IF RM_DETAIL
                       ADD 1 TO NO_SUMMARY_COUNT
                       MOVE SPACES TO MF_LINE
                       STRING DAY_DATE " " PT_CODE(PT_IDX)
                           "  READINGS ON FILE BUT NO DAILY SUMMARY "
                           "- NOT ESTIMATED"
                           DELIMITED BY SIZE INTO MF_LINE
                       PERFORM PUT_MISS_LINE
                   ELSE
                       ADD 1 TO GAP_COUNT
                       PERFORM ESTIMATE_MISSING_DAY
                   END-IF
               END-IF.

           FIND_DAY_SUMMARY.
               MOVE 0 TO HS_FOUND_SW.
               MOVE 0 TO HS_HIT.
               PERFORM MATCH_ONE_SUMMARY VARYING HS_IDX FROM 1 BY 1
                   UNTIL HS_IDX > HS_USED.

           MATCH_ONE_SUMMARY.
               IF HS_DATE(HS_IDX) = DAY_DATE
                   AND HS_POINT(HS_IDX) = PT_CODE(PT_IDX)
                   SET HS_FOUND TO TRUE
                   MOVE HS_IDX TO HS_HIT
               END-IF.

           CHECK_DETAIL_ON_FILE.
               MOVE 0 TO RM_DETAIL_SW.
               MOVE DAY_DATE TO RM_RUN_DATE.
               MOVE PT_CODE(PT_IDX) TO RM_POINT.
               MOVE 0 TO RM_SEQ.
               START READINGS_MASTER_FILE KEY NOT < RM_KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ READINGS_MASTER_FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF RM_RUN_DATE = DAY_DATE
                                   AND RM_POINT = PT_CODE(PT_IDX)
                                   SET RM_DETAIL TO TRUE
                               END-IF
                       END-READ
               END-START.

           ESTIMATE_MISSING_DAY.
               MOVE DAY_DATE(1:6) TO PL_CHK_MONTH.
               PERFORM FIND_PERIOD_MONTH.
               IF PL_FOUND AND PL_STATUS(PL_HIT) = "C"
                   ADD 1 TO NOT_EST_COUNT
                   MOVE SPACES TO MF_LINE
                   STRING DAY_DATE " " PT_CODE(PT_IDX)
                       "  NO FEED - PERIOD " PL_CHK_MONTH
                       " CLOSED, NOT ESTIMATED"
                       DELIMITED BY SIZE INTO MF_LINE
                   PERFORM PUT_MISS_LINE
               ELSE
                   PERFORM GATHER_BASIS_DAYS
                   IF BASIS_TAKEN = 0
                       ADD 1 TO NOT_EST_COUNT
                       MOVE SPACES TO MF_LINE
                       STRING DAY_DATE " " PT_CODE(PT_IDX)
                           "  NO FEED - NO ACTUAL HISTORY, NOT "
                           "ESTIMATED"
                           DELIMITED BY SIZE INTO MF_LINE
                       PERFORM PUT_MISS_LINE
                   ELSE
                       IF ES_USED < 200
                           PERFORM WRITE_ESTIMATED_DAY
                       ELSE
                           ADD 1 TO NOT_EST_COUNT
                           MOVE SPACES TO MF_LINE
                           STRING DAY_DATE " " PT_CODE(PT_IDX)
                               "  NO FEED - ESTIMATE LIMIT REACHED, "
                               "NOT ESTIMATED"
                               DELIMITED BY SIZE INTO MF_LINE
                           PERFORM PUT_MISS_LINE
                       END-IF
                   END-IF
               END-IF.

           GATHER_BASIS_DAYS.
               MOVE 0 TO BASIS_TAKEN.
               MOVE 0 TO BASIS_COUNT_SUM.
               MOVE 0 TO BASIS_VALUE_SUM.
               MOVE 0 TO BASIS_DONE_SW.
               MOVE DAY_DATE TO HS_BOUND_DATE.
               PERFORM TAKE_ONE_BASIS_DAY
                   UNTIL BASIS_DONE OR BASIS_TAKEN = BASIS_DAYS.

           TAKE_ONE_BASIS_DAY.
               MOVE 0 TO HS_BEST_DATE.
               MOVE 0 TO HS_BEST_IDX.
               PERFORM TRY_ONE_BASIS_DAY VARYING HS_IDX FROM 1 BY 1
                   UNTIL HS_IDX > HS_USED.
               IF HS_BEST_IDX = 0
                   SET BASIS_DONE TO TRUE
               ELSE
                   ADD 1 TO BASIS_TAKEN
                   ADD HS_COUNT(HS_BEST_IDX) TO BASIS_COUNT_SUM
                   ADD HS_SUM(HS_BEST_IDX) TO BASIS_VALUE_SUM
                   MOVE HS_BEST_DATE TO HS_BOUND_DATE
               END-IF.

           TRY_ONE_BASIS_DAY.
               IF HS_POINT(HS_IDX) = PT_CODE(PT_IDX)
                   AND HS_EST(HS_IDX) NOT = "E"
                   AND HS_COUNT(HS_IDX) > 0
                   AND HS_DATE(HS_IDX) < HS_BOUND_DATE
                   AND HS_DATE(HS_IDX) > HS_BEST_DATE
                   MOVE HS_DATE(HS_IDX) TO HS_BEST_DATE
                   MOVE HS_IDX TO HS_BEST_IDX
               END-IF.

           WRITE_ESTIMATED_DAY.
               COMPUTE EST_COUNT ROUNDED =
                   BASIS_COUNT_SUM / BASIS_TAKEN.
               IF EST_COUNT = 0
                   MOVE 1 TO EST_COUNT
               END-IF.
               COMPUTE EST_WORK ROUNDED =
                   BASIS_VALUE_SUM / BASIS_COUNT_SUM.
               IF EST_WORK > 999
                   MOVE 999 TO EST_VALUE
               ELSE
                   COMPUTE EST_VALUE ROUNDED = EST_WORK
               END-IF.
               MOVE 0 TO EST_FAIL_SW.
               PERFORM WRITE_ONE_ESTIMATE VARYING EST_SEQ FROM 1 BY 1
                   UNTIL EST_SEQ > EST_COUNT OR EST_FAIL.
               IF EST_FAIL
                   ADD 1 TO EST_FAIL_COUNT
                   ADD 1 TO NOT_EST_COUNT
                   MOVE SPACES TO MF_LINE
                   STRING DAY_DATE " " PT_CODE(PT_IDX)
                       "  NO FEED - *** ESTIMATE WRITE FAILED, "
                       "STATUS=" FS_READMAST " ***"
                       DELIMITED BY SIZE INTO MF_LINE
                   PERFORM PUT_MISS_LINE
               ELSE
                   PERFORM KEEP_ESTIMATED_SUMMARY
                   ADD 1 TO EST_MADE
                   MOVE EST_COUNT TO CNT_ED
                   MOVE EST_VALUE TO VAL_ED
                   MOVE BASIS_TAKEN TO BASIS_ED
                   MOVE SPACES TO MF_LINE
                   STRING DAY_DATE " " PT_CODE(PT_IDX)
                       "  NO FEED - ESTIMATED " CNT_ED
                       " READING(S) OF " VAL_ED " FROM "
                       BASIS_ED " DAY(S)"
                       DELIMITED BY SIZE INTO MF_LINE
                   PERFORM PUT_MISS_LINE
                   ACCEPT AL_RUN_DATE FROM DATE YYYYMMDD
                   ACCEPT AL_RUN_TIME FROM TIME
                   MOVE "SYS" TO AL_OPER_ID
                   MOVE 0 TO AL_CHOICE
                   MOVE SPACES TO AL_SUMMARY
                   STRING "MISSING FEED ESTIMATED " DAY_DATE " "
                       PT_CODE(PT_IDX)
                       DELIMITED BY SIZE INTO AL_SUMMARY
                   WRITE AUDIT_LOG_RECORD
               END-IF.

           WRITE_ONE_ESTIMATE.
               MOVE DAY_DATE TO RM_RUN_DATE.
               MOVE PT_CODE(PT_IDX) TO RM_POINT.
               MOVE EST_SEQ TO RM_SEQ.
               MOVE EST_VALUE TO RM_VALUE.
               MOVE "E" TO RM_EST_FLAG.
               WRITE READINGS_MASTER_RECORD
                   INVALID KEY
                       SET EST_FAIL TO TRUE
                   NOT INVALID KEY
                       PERFORM JOURNAL_ESTIMATED_READING
               END-WRITE.

           JOURNAL_ESTIMATED_READING.
               ACCEPT RJ_STAMP_DATE FROM DATE YYYYMMDD.
               ACCEPT RJ_STAMP_TIME FROM TIME.
               MOVE "A" TO RJ_ACTION.
               MOVE RM_KEY TO RJ_KEY.
               MOVE 0 TO RJ_BEFORE_VALUE.
               MOVE RM_VALUE TO RJ_AFTER_VALUE.
               MOVE SPACE TO RJ_BEFORE_EST.
               MOVE RM_EST_FLAG TO RJ_AFTER_EST.
               MOVE "SYS" TO RJ_OPER_ID.
               MOVE "TUMPMISS" TO RJ_PROGRAM.
               WRITE READ_JOURNAL_RECORD.
               IF FS_READJRNL NOT = "00"
                   ADD 1 TO JRNL_FAIL_COUNT
                   DISPLAY "** READINGS JOURNAL WRITE FAILED, STATUS="
                       FS_READJRNL " **"
               END-IF.

           KEEP_ESTIMATED_SUMMARY.
               ADD 1 TO ES_USED.
               MOVE DAY_DATE TO ES_DATE(ES_USED).
               MOVE PT_CODE(PT_IDX) TO ES_POINT(ES_USED).
               MOVE EST_COUNT TO ES_COUNT(ES_USED).
               IF FUNCTION MOD (EST_VALUE, 2) = 0
                   MOVE 0 TO ES_ODD(ES_USED)
                   MOVE EST_COUNT TO ES_EVEN(ES_USED)
               ELSE
                   MOVE EST_COUNT TO ES_ODD(ES_USED)
                   MOVE 0 TO ES_EVEN(ES_USED)
               END-IF.
               COMPUTE ES_SUM(ES_USED) = EST_COUNT * EST_VALUE.
               MOVE EST_VALUE TO ES_AVERAGE(ES_USED).

           ADD_ESTIMATED_SUMMARIES.
               OPEN INPUT DAILY_SUMMARY_FILE.
               OPEN OUTPUT DAILY_SUMMARY_NEW_FILE.
               IF FS_DAILYSUM = "00"
                   MOVE 0 TO RD_EOF_SW
                   PERFORM COPY_ONE_SUMMARY UNTIL RD_EOF
                   CLOSE DAILY_SUMMARY_FILE
               END-IF.
               PERFORM WRITE_ESTIMATED_SUMMARY
                   VARYING ES_IDX FROM 1 BY 1 UNTIL ES_IDX > ES_USED.
               CLOSE DAILY_SUMMARY_NEW_FILE.
               OPEN INPUT DAILY_SUMMARY_NEW_FILE.
               OPEN OUTPUT DAILY_SUMMARY_FILE.
               MOVE 0 TO RD_EOF_SW.
               PERFORM COPY_BACK_SUMMARY UNTIL RD_EOF.
               CLOSE DAILY_SUMMARY_NEW_FILE.
               CLOSE DAILY_SUMMARY_FILE.

           COPY_ONE_SUMMARY.
               READ DAILY_SUMMARY_FILE
                   AT END
                       MOVE 1 TO RD_EOF_SW
                   NOT AT END
                       MOVE DAILY_SUMMARY_RECORD
                           TO DAILY_SUMMARY_NEW_RECORD
                       WRITE DAILY_SUMMARY_NEW_RECORD
               END-READ.

           WRITE_ESTIMATED_SUMMARY.
               MOVE ES_DATE(ES_IDX) TO DS_RUN_DATE.
               MOVE ES_POINT(ES_IDX) TO DS_POINT.
               MOVE ES_COUNT(ES_IDX) TO DS_REC_COUNT.
               MOVE ES_ODD(ES_IDX) TO DS_ODD_COUNT.
               MOVE ES_EVEN(ES_IDX) TO DS_EVEN_COUNT.
               MOVE ES_SUM(ES_IDX) TO DS_INT_SUM.
               MOVE ES_AVERAGE(ES_IDX) TO DS_AVERAGE.
               MOVE SPACE TO DS_ADJ_FLAG.
               MOVE "E" TO DS_EST_FLAG.
               MOVE DAILY_SUMMARY_RECORD TO DAILY_SUMMARY_NEW_RECORD.
               WRITE DAILY_SUMMARY_NEW_RECORD.

           COPY_BACK_SUMMARY.
               READ DAILY_SUMMARY_NEW_FILE
                   AT END
                       MOVE 1 TO RD_EOF_SW
                   NOT AT END
                       MOVE DAILY_SUMMARY_NEW_RECORD
                           TO DAILY_SUMMARY_RECORD
                       WRITE DAILY_SUMMARY_RECORD
               END-READ.

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

           WRITE_MISS_HEADER.
               MOVE SPACES TO MF_LINE.
               STRING "MISSING FEED EXCEPTION REPORT - RUN DATE: "
                   MF_RUN_DATE
                   DELIMITED BY SIZE INTO MF_LINE.
               PERFORM PUT_MISS_LINE.
               MOVE BASIS_DAYS TO BASIS_ED.
               MOVE SPACES TO MF_LINE.
               STRING "BUSINESS DAYS " WIN_FIRST_DATE " TO "
                   WIN_LAST_DATE "  ESTIMATE BASIS: LAST "
                   BASIS_ED " ACTUAL DAY(S)"
                   DELIMITED BY SIZE INTO MF_LINE.
               PERFORM PUT_MISS_LINE.
               MOVE SPACES TO MF_LINE.
               MOVE "DATE     POINT EXCEPTION" TO MF_LINE.
               PERFORM PUT_MISS_LINE.

           WRITE_MISS_FOOTER.
               MOVE SPACES TO MF_LINE.
               STRING "BUSINESS DAYS CHECKED: " DAYS_CHECKED
                   "  ACTIVE POINTS: " PT_USED
                   DELIMITED BY SIZE INTO MF_LINE.
               PERFORM PUT_MISS_LINE.
               MOVE SPACES TO MF_LINE.
               STRING "MISSING FEEDS: " GAP_COUNT
                   "  ESTIMATED: " EST_MADE
                   "  NOT ESTIMATED: " NOT_EST_COUNT
                   DELIMITED BY SIZE INTO MF_LINE.
               PERFORM PUT_MISS_LINE.
               MOVE SPACES TO MF_LINE.
               STRING "EARLIER ESTIMATES STILL AWAITING THE ACTUAL "
                   "FEED: " EST_PENDING
                   DELIMITED BY SIZE INTO MF_LINE.
               PERFORM PUT_MISS_LINE.
               MOVE SPACES TO MF_LINE.
               STRING "READINGS WITHOUT A DAILY SUMMARY: "
                   NO_SUMMARY_COUNT
                   DELIMITED BY SIZE INTO MF_LINE.
               PERFORM PUT_MISS_LINE.

           PUT_MISS_LINE.
               MOVE MF_LINE TO MISS_REPORT_RECORD.
               WRITE MISS_REPORT_RECORD.
