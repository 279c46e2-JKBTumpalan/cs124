       IDENTIFICATION DIVISION.
       PROGRAM-ID. tumpalan_stuckmtr.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUCK_PARAM_FILE ASSIGN TO "STUKPRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_STUKPRM.
               SELECT METER_POINT_FILE ASSIGN TO "METERPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_METERPT.
               SELECT READINGS_MASTER_FILE ASSIGN TO "READMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RM_KEY
                   FILE STATUS IS FS_READMAST.
               SELECT STUCK_REPORT_FILE ASSIGN TO "STUKRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_STUKRPT.

       DATA DIVISION.
           FILE SECTION.
           FD  STUCK_PARAM_FILE.
           01  STUCK_PARAM_RECORD.
               02 SP_TYPE PIC X(1).
               02 SP_DEFAULT_FIELDS.
                   03 SP_WINDOW PIC 9(3).
                   03 SP_RUN_READS PIC 9(3).
                   03 SP_ZERO_DAYS PIC 9(2).
                   03 SP_FLAT_DAYS PIC 9(2).
                   03 SP_FLAT_PCT PIC 9(3).
                   03 SP_STEP_DAYS PIC 9(2).
                   03 SP_STEP_PCT PIC 9(3).
                   03 SP_HIST_DAYS PIC 9(3).
               02 SP_POINT_FIELDS REDEFINES SP_DEFAULT_FIELDS.
                   03 SP_POINT PIC X(4).
                   03 SP_PT_WINDOW PIC 9(3).
                   03 FILLER PIC X(14).

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

           FD  STUCK_REPORT_FILE.
           01  STUCK_REPORT_RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           77 FS_STUKPRM PIC XX.
           77 FS_METERPT PIC XX.
           77 FS_READMAST PIC XX.
           77 FS_STUKRPT PIC XX.
           77 WINDOW_DAYS PIC 9(3) VALUE 30.
           77 RUN_READS_LIMIT PIC 9(3) VALUE 10.
           77 ZERO_DAYS_LIMIT PIC 9(2) VALUE 1.
           77 FLAT_DAYS_LIMIT PIC 9(2) VALUE 3.
           77 FLAT_PCT PIC 9(3) VALUE 20.
           77 STEP_DAYS_LIMIT PIC 9(2) VALUE 3.
           77 STEP_PCT PIC 9(3) VALUE 50.
           77 HIST_DAYS PIC 9(3) VALUE 60.
           77 MAX_WINDOW PIC 9(3) VALUE 0.
           77 SM_RUN_DATE PIC 9(8).
           77 SM_RUN_INT PIC 9(7).
           77 SCAN_FIRST_INT PIC 9(7).
           77 SCAN_FIRST_DATE PIC 9(8).
           77 WIN_LAST_INT PIC 9(7).
           77 WIN_LAST_DATE PIC 9(8).
           77 WIN_LAST_OFF PIC 9(3).
           77 PARM_EOF_SW PIC 9 VALUE 0.
               88 PARM_EOF VALUE 1.
           77 INPUT_OK_SW PIC 9 VALUE 1.
               88 INPUT_OK VALUE 1.
           01 OV_TABLE.
               02 OV_ENTRY OCCURS 20 TIMES.
                   03 OV_POINT PIC X(4).
                   03 OV_WINDOW PIC 9(3).
           77 OV_USED PIC 9(2) VALUE 0.
           77 OV_IDX PIC 9(2).
           01 PT_TABLE.
               02 PT_ENTRY OCCURS 20 TIMES.
                   03 PT_CODE PIC X(4).
                   03 PT_WINDOW PIC 9(3).
                   03 PT_WIN_FIRST_OFF PIC 9(3).
                   03 PT_WIN_FIRST_DATE PIC 9(8).
                   03 PT_HIST_FIRST_OFF PIC 9(3).
                   03 PT_LAST_DATA_DATE PIC 9(8).
                   03 PT_READS PIC 9(5).
                   03 PT_LAST_VAL PIC 9(3).
                   03 PT_RUN_READS PIC 9(5).
                   03 PT_RUN_FIRST PIC 9(8).
                   03 PT_RUN_LAST PIC 9(8).
                   03 PT_BASE_DAYS PIC 9(3).
                   03 PT_BASE_SPREAD PIC 9(3)V99.
           77 PT_USED PIC 9(2) VALUE 0.
           77 PT_IDX PIC 9(2).
           77 PT_HIT PIC 9(2) VALUE 0.
           77 PT_FOUND_SW PIC 9 VALUE 0.
               88 PT_FOUND VALUE 1.
           01 DY_TABLE.
               02 DY_POINT OCCURS 20 TIMES.
                   03 DY_DAY OCCURS 400 TIMES.
                       04 DY_COUNT PIC 9(3).
                       04 DY_SUM PIC 9(6).
                       04 DY_MIN PIC 9(3).
                       04 DY_MAX PIC 9(3).
           77 DY_OFF PIC 9(3).
           77 DY_PREV_DATE PIC 9(8) VALUE 0.
           77 DY_PREV_OFF PIC 9(3) VALUE 0.
           77 RM_EOF_SW PIC 9 VALUE 0.
               88 RM_EOF VALUE 1.
           77 READS_SCANNED PIC 9(7) VALUE 0.
           77 EST_SKIPPED PIC 9(7) VALUE 0.
           01 FN_TABLE.
               02 FN_ENTRY OCCURS 200 TIMES.
                   03 FN_PT PIC 9(2).
                   03 FN_PATTERN PIC X(18).
                   03 FN_FIRST_DATE PIC 9(8).
                   03 FN_LAST_DATE PIC 9(8).
                   03 FN_DETAIL PIC X(24).
           77 FN_USED PIC 9(3) VALUE 0.
           77 FN_IDX PIC 9(3).
           77 FN_DROPPED PIC 9(5) VALUE 0.
           77 FN_PT_COUNT PIC 9(3).
           77 NEW_PATTERN PIC X(18).
           77 NEW_FIRST_DATE PIC 9(8).
           77 NEW_LAST_DATE PIC 9(8).
           77 NEW_DETAIL PIC X(24).
           77 DAY_DATE PIC 9(8).
           77 DAY_SPREAD PIC 9(3).
           77 ZR_DAYS PIC 9(3).
           77 ZR_FIRST_DATE PIC 9(8).
           77 ZR_LAST_DATE PIC 9(8).
           77 FR_DAYS PIC 9(3).
           77 FR_FIRST_DATE PIC 9(8).
           77 FR_LAST_DATE PIC 9(8).
           77 FR_SPREAD_SUM PIC 9(6).
           77 FR_SPREAD_AVG PIC 9(3)V99.
           77 BASE_SPREAD_SUM PIC 9(7).
           77 FLAT_LIMIT PIC 9(6)V99.
           01 LV_TABLE.
               02 LV_ENTRY OCCURS 400 TIMES.
                   03 LV_DATE PIC 9(8).
                   03 LV_AVG PIC 9(3)V99.
           77 LV_USED PIC 9(3) VALUE 0.
           77 LV_I PIC 9(3).
           77 LV_J PIC 9(3).
           77 LV_K PIC 9(3).
           77 REF_SUM PIC 9(6)V99.
           77 REF_AVG PIC 9(3)V99.
           77 STEP_SUM PIC 9(6)V99.
           77 STEP_AVG PIC 9(3)V99.
           77 STEP_DIFF PIC S9(4)V99.
           77 STEP_ABS PIC 9(4)V99.
           77 STEP_LIMIT PIC 9(6)V99.
           77 STEP_DIR PIC X(1).
           77 STEP_LEN PIC 9(3).
           77 STEP_HOLD_SW PIC 9 VALUE 0.
               88 STEP_HOLD VALUE 1.
           77 DAYS_LASTED PIC 9(5).
           77 DAYS_ED PIC ZZZZ9.
           77 OPEN_MARK PIC X(4).
           77 VAL_ED PIC ZZ9.
           77 READS_ED PIC ZZZZ9.
           77 CNT_ED PIC ZZ9.
           77 AVG_ED PIC ZZ9.99.
           77 AVG2_ED PIC ZZ9.99.
           77 SM_LINE PIC X(80).
       PROCEDURE DIVISION.
           PERFORM LOAD_STUCK_PARAMS.
           ACCEPT SM_RUN_DATE FROM DATE YYYYMMDD.
           COMPUTE SM_RUN_INT =
               FUNCTION INTEGER-OF-DATE(SM_RUN_DATE).
           PERFORM LOAD_POINT_TABLE.
           IF INPUT_OK
               PERFORM SET_SCAN_RANGE
               OPEN INPUT READINGS_MASTER_FILE
               IF FS_READMAST NOT = "00"
                   DISPLAY "** READINGS MASTER OPEN FAILED, STATUS="
                       FS_READMAST " **"
                   MOVE 0 TO INPUT_OK_SW
               END-IF
           END-IF.
           OPEN OUTPUT STUCK_REPORT_FILE.
           PERFORM WRITE_STUCK_HEADER.
           IF INPUT_OK
               MOVE ZEROS TO DY_TABLE
               PERFORM SCAN_READINGS_MASTER
               CLOSE READINGS_MASTER_FILE
               PERFORM CHECK_ONE_POINT VARYING PT_IDX FROM 1 BY 1
                   UNTIL PT_IDX > PT_USED
               PERFORM REPORT_ONE_POINT VARYING PT_IDX FROM 1 BY 1
                   UNTIL PT_IDX > PT_USED
               PERFORM WRITE_STUCK_FOOTER
           ELSE
               MOVE SPACES TO SM_LINE
               STRING "*** REQUIRED INPUT MISSING - NO METER "
                   "POINTS SCANNED ***"
                   DELIMITED BY SIZE INTO SM_LINE
               PERFORM PUT_STUCK_LINE
           END-IF.
           CLOSE STUCK_REPORT_FILE.
           DISPLAY "STUCK METER CHECK COMPLETE: " PT_USED
               " POINT(S) SCANNED, " FN_USED " FINDING(S)".
           IF NOT INPUT_OK
               MOVE 8 TO RETURN-CODE
           ELSE
               IF FN_USED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

           LOAD_STUCK_PARAMS.
               OPEN INPUT STUCK_PARAM_FILE.
               IF FS_STUKPRM = "00"
                   MOVE 0 TO PARM_EOF_SW
                   PERFORM READ_STUCK_PARAM UNTIL PARM_EOF
                   CLOSE STUCK_PARAM_FILE
               ELSE
                   DISPLAY "STUCK METER PARAM FILE NOT FOUND, USING "
                       WINDOW_DAYS " DAY WINDOW AND DEFAULT LIMITS"
               END-IF.

           READ_STUCK_PARAM.
               READ STUCK_PARAM_FILE
                   AT END
                       MOVE 1 TO PARM_EOF_SW
                   NOT AT END
                       IF SP_TYPE = "D"
                           PERFORM TAKE_DEFAULT_PARAMS
                       END-IF
                       IF SP_TYPE = "P"
                           PERFORM TAKE_POINT_PARAM
                       END-IF
               END-READ.

           TAKE_DEFAULT_PARAMS.
               IF SP_WINDOW IS NUMERIC AND SP_WINDOW > 0
                   MOVE SP_WINDOW TO WINDOW_DAYS
               END-IF.
               IF SP_RUN_READS IS NUMERIC AND SP_RUN_READS > 1
                   MOVE SP_RUN_READS TO RUN_READS_LIMIT
               END-IF.
               IF SP_ZERO_DAYS IS NUMERIC AND SP_ZERO_DAYS > 0
                   MOVE SP_ZERO_DAYS TO ZERO_DAYS_LIMIT
               END-IF.
               IF SP_FLAT_DAYS IS NUMERIC AND SP_FLAT_DAYS > 0
                   MOVE SP_FLAT_DAYS TO FLAT_DAYS_LIMIT
               END-IF.
               IF SP_FLAT_PCT IS NUMERIC AND SP_FLAT_PCT > 0
                   MOVE SP_FLAT_PCT TO FLAT_PCT
               END-IF.
               IF SP_STEP_DAYS IS NUMERIC AND SP_STEP_DAYS > 0
                   MOVE SP_STEP_DAYS TO STEP_DAYS_LIMIT
               END-IF.
               IF SP_STEP_PCT IS NUMERIC AND SP_STEP_PCT > 0
                   MOVE SP_STEP_PCT TO STEP_PCT
               END-IF.
               IF SP_HIST_DAYS IS NUMERIC AND SP_HIST_DAYS > 0
                   MOVE SP_HIST_DAYS TO HIST_DAYS
               END-IF.

           TAKE_POINT_PARAM.
               IF SP_PT_WINDOW IS NUMERIC AND SP_PT_WINDOW > 0
                   AND SP_POINT NOT = SPACES
                   IF OV_USED < 20
                       ADD 1 TO OV_USED
                       MOVE SP_POINT TO OV_POINT(OV_USED)
                       MOVE SP_PT_WINDOW TO OV_WINDOW(OV_USED)
                   ELSE
                       DISPLAY "** MORE THAN 20 POINT WINDOW "
                           "OVERRIDES - " SP_POINT " IGNORED **"
                   END-IF
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
                           MOVE WINDOW_DAYS TO PT_WINDOW(PT_USED)
                           PERFORM APPLY_ONE_OVERRIDE
                               VARYING OV_IDX FROM 1 BY 1
                               UNTIL OV_IDX > OV_USED
                       END-IF
               END-READ.

           APPLY_ONE_OVERRIDE.
               IF OV_POINT(OV_IDX) = MP_CODE
                   MOVE OV_WINDOW(OV_IDX) TO PT_WINDOW(PT_USED)
               END-IF.

           SET_SCAN_RANGE.
               MOVE 0 TO MAX_WINDOW.
               PERFORM FIND_MAX_WINDOW VARYING PT_IDX FROM 1 BY 1
                   UNTIL PT_IDX > PT_USED.
               IF MAX_WINDOW > 300
                   DISPLAY "** WINDOW OVER 300 DAYS - LIMITED TO 300 **"
                   MOVE 300 TO MAX_WINDOW
                   PERFORM LIMIT_ONE_WINDOW VARYING PT_IDX FROM 1 BY 1
                       UNTIL PT_IDX > PT_USED
               END-IF.
               IF MAX_WINDOW + HIST_DAYS > 400
                   COMPUTE HIST_DAYS = 400 - MAX_WINDOW
                   DISPLAY "** HISTORY LIMITED TO " HIST_DAYS
                       " DAYS **"
               END-IF.
               COMPUTE WIN_LAST_INT = SM_RUN_INT - 1.
               COMPUTE SCAN_FIRST_INT =
                   SM_RUN_INT - MAX_WINDOW - HIST_DAYS.
               COMPUTE SCAN_FIRST_DATE =
                   FUNCTION DATE-OF-INTEGER(SCAN_FIRST_INT).
               COMPUTE WIN_LAST_DATE =
                   FUNCTION DATE-OF-INTEGER(WIN_LAST_INT).
               COMPUTE WIN_LAST_OFF = WIN_LAST_INT - SCAN_FIRST_INT + 1.
               PERFORM SET_ONE_POINT_RANGE VARYING PT_IDX FROM 1 BY 1
                   UNTIL PT_IDX > PT_USED.

           FIND_MAX_WINDOW.
               IF PT_WINDOW(PT_IDX) > MAX_WINDOW
                   MOVE PT_WINDOW(PT_IDX) TO MAX_WINDOW
               END-IF.

           LIMIT_ONE_WINDOW.
               IF PT_WINDOW(PT_IDX) > 300
                   MOVE 300 TO PT_WINDOW(PT_IDX)
               END-IF.

           SET_ONE_POINT_RANGE.
               COMPUTE PT_WIN_FIRST_OFF(PT_IDX) =
                   WIN_LAST_OFF - PT_WINDOW(PT_IDX) + 1.
               COMPUTE PT_WIN_FIRST_DATE(PT_IDX) =
                   FUNCTION DATE-OF-INTEGER(SM_RUN_INT
                   - PT_WINDOW(PT_IDX)).
               COMPUTE PT_HIST_FIRST_OFF(PT_IDX) =
                   PT_WIN_FIRST_OFF(PT_IDX) - HIST_DAYS.
               MOVE 0 TO PT_LAST_DATA_DATE(PT_IDX).
               MOVE 0 TO PT_READS(PT_IDX).
               MOVE 0 TO PT_LAST_VAL(PT_IDX).
               MOVE 0 TO PT_RUN_READS(PT_IDX).
               MOVE 0 TO PT_RUN_FIRST(PT_IDX).
               MOVE 0 TO PT_RUN_LAST(PT_IDX).
               MOVE 0 TO PT_BASE_DAYS(PT_IDX).
               MOVE 0 TO PT_BASE_SPREAD(PT_IDX).

           SCAN_READINGS_MASTER.
               MOVE 0 TO RM_EOF_SW.
               MOVE SCAN_FIRST_DATE TO RM_RUN_DATE.
               MOVE SPACES TO RM_POINT.
               MOVE 0 TO RM_SEQ.
               START READINGS_MASTER_FILE KEY NOT < RM_KEY
                   INVALID KEY
                       MOVE 1 TO RM_EOF_SW
               END-START.
               PERFORM READ_NEXT_READING UNTIL RM_EOF.

           READ_NEXT_READING.
               READ READINGS_MASTER_FILE NEXT RECORD
                   AT END
                       MOVE 1 TO RM_EOF_SW
                   NOT AT END
                       IF RM_RUN_DATE > WIN_LAST_DATE
                           MOVE 1 TO RM_EOF_SW
                       ELSE
                           IF RM_RUN_DATE NOT < SCAN_FIRST_DATE
                               PERFORM TAKE_ONE_READING
                           END-IF
                       END-IF
               END-READ.

           TAKE_ONE_READING.
               PERFORM FIND_READING_POINT.
               IF PT_FOUND
                   IF RM_EST_FLAG = "E"
                       ADD 1 TO EST_SKIPPED
                   ELSE
                       ADD 1 TO READS_SCANNED
                       IF RM_RUN_DATE NOT = DY_PREV_DATE
                           MOVE RM_RUN_DATE TO DY_PREV_DATE
                           COMPUTE DY_PREV_OFF =
                               FUNCTION INTEGER-OF-DATE(RM_RUN_DATE)
                               - SCAN_FIRST_INT + 1
                       END-IF
                       MOVE DY_PREV_OFF TO DY_OFF
                       PERFORM ADD_READING_TO_DAY
                       IF DY_OFF NOT < PT_WIN_FIRST_OFF(PT_HIT)
                           ADD 1 TO PT_READS(PT_HIT)
                           MOVE RM_RUN_DATE TO PT_LAST_DATA_DATE(PT_HIT)
                           PERFORM TRACK_IDENTICAL_RUN
                       END-IF
                   END-IF
               END-IF.

           FIND_READING_POINT.
               MOVE 0 TO PT_FOUND_SW.
               MOVE 0 TO PT_HIT.
               PERFORM MATCH_ONE_POINT VARYING PT_IDX FROM 1 BY 1
                   UNTIL PT_IDX > PT_USED.

           MATCH_ONE_POINT.
               IF NOT PT_FOUND AND PT_CODE(PT_IDX) = RM_POINT
                   SET PT_FOUND TO TRUE
                   MOVE PT_IDX TO PT_HIT
               END-IF.

           ADD_READING_TO_DAY.
               IF DY_COUNT(PT_HIT, DY_OFF) = 0
                   MOVE RM_VALUE TO DY_MIN(PT_HIT, DY_OFF)
                   MOVE RM_VALUE TO DY_MAX(PT_HIT, DY_OFF)
               ELSE
                   IF RM_VALUE < DY_MIN(PT_HIT, DY_OFF)
                       MOVE RM_VALUE TO DY_MIN(PT_HIT, DY_OFF)
                   END-IF
                   IF RM_VALUE > DY_MAX(PT_HIT, DY_OFF)
                       MOVE RM_VALUE TO DY_MAX(PT_HIT, DY_OFF)
                   END-IF
               END-IF.
               IF DY_COUNT(PT_HIT, DY_OFF) < 999
                   ADD 1 TO DY_COUNT(PT_HIT, DY_OFF)
                   ADD RM_VALUE TO DY_SUM(PT_HIT, DY_OFF)
               END-IF.

           TRACK_IDENTICAL_RUN.
               IF PT_RUN_READS(PT_HIT) > 0
                   AND RM_VALUE = PT_LAST_VAL(PT_HIT)
                   IF PT_RUN_READS(PT_HIT) < 99999
                       ADD 1 TO PT_RUN_READS(PT_HIT)
                   END-IF
                   MOVE RM_RUN_DATE TO PT_RUN_LAST(PT_HIT)
               ELSE
                   MOVE PT_HIT TO PT_IDX
                   PERFORM CLOSE_IDENTICAL_RUN
                   MOVE 1 TO PT_RUN_READS(PT_HIT)
                   MOVE RM_VALUE TO PT_LAST_VAL(PT_HIT)
                   MOVE RM_RUN_DATE TO PT_RUN_FIRST(PT_HIT)
                   MOVE RM_RUN_DATE TO PT_RUN_LAST(PT_HIT)
               END-IF.

           CLOSE_IDENTICAL_RUN.
               IF PT_RUN_READS(PT_IDX) NOT < RUN_READS_LIMIT
                   MOVE "IDENTICAL READINGS" TO NEW_PATTERN
                   MOVE PT_RUN_FIRST(PT_IDX) TO NEW_FIRST_DATE
                   MOVE PT_RUN_LAST(PT_IDX) TO NEW_LAST_DATE
                   MOVE PT_LAST_VAL(PT_IDX) TO VAL_ED
                   MOVE PT_RUN_READS(PT_IDX) TO READS_ED
                   MOVE SPACES TO NEW_DETAIL
                   STRING "VALUE=" VAL_ED " READS=" READS_ED
                       DELIMITED BY SIZE INTO NEW_DETAIL
                   PERFORM ADD_FINDING
               END-IF.
               MOVE 0 TO PT_RUN_READS(PT_IDX).

           CHECK_ONE_POINT.
               PERFORM CLOSE_IDENTICAL_RUN.
               PERFORM CHECK_ZERO_DAYS.
               PERFORM CHECK_FLAT_SPREAD.
               PERFORM CHECK_STEP_CHANGE.

           CHECK_ZERO_DAYS.
               MOVE 0 TO ZR_DAYS.
               PERFORM CHECK_ONE_ZERO_DAY VARYING DY_OFF
                   FROM PT_WIN_FIRST_OFF(PT_IDX) BY 1
                   UNTIL DY_OFF > WIN_LAST_OFF.
               PERFORM CLOSE_ZERO_RUN.

           CHECK_ONE_ZERO_DAY.
               IF DY_COUNT(PT_IDX, DY_OFF) > 0
                   PERFORM SET_DAY_DATE
                   IF DY_MAX(PT_IDX, DY_OFF) = 0
                       IF ZR_DAYS = 0
                           MOVE DAY_DATE TO ZR_FIRST_DATE
                       END-IF
                       ADD 1 TO ZR_DAYS
                       MOVE DAY_DATE TO ZR_LAST_DATE
                   ELSE
                       PERFORM CLOSE_ZERO_RUN
                   END-IF
               END-IF.

           CLOSE_ZERO_RUN.
               IF ZR_DAYS > 0 AND ZR_DAYS NOT < ZERO_DAYS_LIMIT
                   MOVE "ALL-ZERO DAYS" TO NEW_PATTERN
                   MOVE ZR_FIRST_DATE TO NEW_FIRST_DATE
                   MOVE ZR_LAST_DATE TO NEW_LAST_DATE
                   MOVE ZR_DAYS TO CNT_ED
                   MOVE SPACES TO NEW_DETAIL
                   STRING "DAYS WITH DATA=" CNT_ED
                       DELIMITED BY SIZE INTO NEW_DETAIL
                   PERFORM ADD_FINDING
               END-IF.
               MOVE 0 TO ZR_DAYS.

           CHECK_FLAT_SPREAD.
               MOVE 0 TO BASE_SPREAD_SUM.
               MOVE 0 TO PT_BASE_DAYS(PT_IDX).
               MOVE 0 TO PT_BASE_SPREAD(PT_IDX).
               IF PT_HIST_FIRST_OFF(PT_IDX) < PT_WIN_FIRST_OFF(PT_IDX)
                   PERFORM ADD_ONE_BASE_DAY VARYING DY_OFF
                       FROM PT_HIST_FIRST_OFF(PT_IDX) BY 1
                       UNTIL DY_OFF NOT < PT_WIN_FIRST_OFF(PT_IDX)
               END-IF.
               IF PT_BASE_DAYS(PT_IDX) NOT < 5
                   COMPUTE PT_BASE_SPREAD(PT_IDX) ROUNDED =
                       BASE_SPREAD_SUM / PT_BASE_DAYS(PT_IDX)
               END-IF.
               IF PT_BASE_SPREAD(PT_IDX) > 0
                   COMPUTE FLAT_LIMIT =
                       PT_BASE_SPREAD(PT_IDX) * FLAT_PCT
                   MOVE 0 TO FR_DAYS
                   PERFORM CHECK_ONE_FLAT_DAY VARYING DY_OFF
                       FROM PT_WIN_FIRST_OFF(PT_IDX) BY 1
                       UNTIL DY_OFF > WIN_LAST_OFF
                   PERFORM CLOSE_FLAT_RUN
               END-IF.

           ADD_ONE_BASE_DAY.
               IF DY_COUNT(PT_IDX, DY_OFF) > 1
                   AND DY_MAX(PT_IDX, DY_OFF) > 0
                   ADD 1 TO PT_BASE_DAYS(PT_IDX)
                   COMPUTE BASE_SPREAD_SUM = BASE_SPREAD_SUM
                       + DY_MAX(PT_IDX, DY_OFF)
                       - DY_MIN(PT_IDX, DY_OFF)
               END-IF.

           CHECK_ONE_FLAT_DAY.
               IF DY_COUNT(PT_IDX, DY_OFF) > 1
                   AND DY_MAX(PT_IDX, DY_OFF) > 0
                   PERFORM SET_DAY_DATE
                   COMPUTE DAY_SPREAD =
                       DY_MAX(PT_IDX, DY_OFF) - DY_MIN(PT_IDX, DY_OFF)
                   IF DAY_SPREAD * 100 NOT > FLAT_LIMIT
                       IF FR_DAYS = 0
                           MOVE DAY_DATE TO FR_FIRST_DATE
                           MOVE 0 TO FR_SPREAD_SUM
                       END-IF
                       ADD 1 TO FR_DAYS
                       ADD DAY_SPREAD TO FR_SPREAD_SUM
                       MOVE DAY_DATE TO FR_LAST_DATE
                   ELSE
                       PERFORM CLOSE_FLAT_RUN
                   END-IF
               END-IF.

           CLOSE_FLAT_RUN.
               IF FR_DAYS > 0 AND FR_DAYS NOT < FLAT_DAYS_LIMIT
                   COMPUTE FR_SPREAD_AVG ROUNDED =
                       FR_SPREAD_SUM / FR_DAYS
                   MOVE "FLAT DAILY SPREAD" TO NEW_PATTERN
                   MOVE FR_FIRST_DATE TO NEW_FIRST_DATE
                   MOVE FR_LAST_DATE TO NEW_LAST_DATE
                   MOVE FR_SPREAD_AVG TO AVG_ED
                   MOVE PT_BASE_SPREAD(PT_IDX) TO AVG2_ED
                   MOVE SPACES TO NEW_DETAIL
                   STRING "SPRD=" AVG_ED " BASE=" AVG2_ED
                       DELIMITED BY SIZE INTO NEW_DETAIL
                   PERFORM ADD_FINDING
               END-IF.
               MOVE 0 TO FR_DAYS.

           CHECK_STEP_CHANGE.
               MOVE 0 TO LV_USED.
               PERFORM TAKE_ONE_LEVEL_DAY VARYING DY_OFF
                   FROM PT_HIST_FIRST_OFF(PT_IDX) BY 1
                   UNTIL DY_OFF > WIN_LAST_OFF.
               COMPUTE LV_I = STEP_DAYS_LIMIT + 1.
               PERFORM CHECK_STEP_AT UNTIL LV_I > LV_USED.

           TAKE_ONE_LEVEL_DAY.
               IF DY_COUNT(PT_IDX, DY_OFF) > 0
                   AND DY_MAX(PT_IDX, DY_OFF) > 0
                   PERFORM SET_DAY_DATE
                   ADD 1 TO LV_USED
                   MOVE DAY_DATE TO LV_DATE(LV_USED)
                   COMPUTE LV_AVG(LV_USED) ROUNDED =
                       DY_SUM(PT_IDX, DY_OFF) / DY_COUNT(PT_IDX, DY_OFF)
               END-IF.

           CHECK_STEP_AT.
               MOVE 0 TO STEP_LEN.
               IF LV_DATE(LV_I) NOT < PT_WIN_FIRST_DATE(PT_IDX)
                   MOVE 0 TO REF_SUM
                   COMPUTE LV_K = LV_I - STEP_DAYS_LIMIT
                   PERFORM ADD_ONE_REF_DAY VARYING LV_J FROM LV_K BY 1
                       UNTIL LV_J NOT < LV_I
                   COMPUTE REF_AVG ROUNDED = REF_SUM / STEP_DAYS_LIMIT
                   IF REF_AVG > 0
                       COMPUTE STEP_LIMIT = REF_AVG * STEP_PCT
                       MOVE SPACE TO STEP_DIR
                       MOVE 0 TO STEP_SUM
                       SET STEP_HOLD TO TRUE
                       MOVE LV_I TO LV_J
                       PERFORM TEST_ONE_STEP_DAY
                           UNTIL NOT STEP_HOLD OR LV_J > LV_USED
                   END-IF
               END-IF.
               IF STEP_LEN NOT < STEP_DAYS_LIMIT
                   COMPUTE STEP_AVG ROUNDED = STEP_SUM / STEP_LEN
                   MOVE "STEP CHANGE" TO NEW_PATTERN
                   MOVE LV_DATE(LV_I) TO NEW_FIRST_DATE
                   COMPUTE LV_K = LV_I + STEP_LEN - 1
                   MOVE LV_DATE(LV_K) TO NEW_LAST_DATE
                   MOVE REF_AVG TO AVG_ED
                   MOVE STEP_AVG TO AVG2_ED
                   MOVE SPACES TO NEW_DETAIL
                   STRING "LEVEL " AVG_ED " TO " AVG2_ED
                       DELIMITED BY SIZE INTO NEW_DETAIL
                   PERFORM ADD_FINDING
                   ADD STEP_LEN TO LV_I
               ELSE
                   ADD 1 TO LV_I
               END-IF.

           ADD_ONE_REF_DAY.
               ADD LV_AVG(LV_J) TO REF_SUM.

           TEST_ONE_STEP_DAY.
               COMPUTE STEP_DIFF = LV_AVG(LV_J) - REF_AVG.
               IF STEP_DIFF < 0
                   COMPUTE STEP_ABS = 0 - STEP_DIFF
               ELSE
                   MOVE STEP_DIFF TO STEP_ABS
               END-IF.
               IF STEP_ABS * 100 > STEP_LIMIT
                   AND (STEP_DIR = SPACE
                   OR (STEP_DIR = "U" AND STEP_DIFF > 0)
                   OR (STEP_DIR = "D" AND STEP_DIFF < 0))
                   IF STEP_DIFF > 0
                       MOVE "U" TO STEP_DIR
                   ELSE
                       MOVE "D" TO STEP_DIR
                   END-IF
                   ADD 1 TO STEP_LEN
                   ADD LV_AVG(LV_J) TO STEP_SUM
                   ADD 1 TO LV_J
               ELSE
                   MOVE 0 TO STEP_HOLD_SW
               END-IF.

           SET_DAY_DATE.
               COMPUTE DAY_DATE = FUNCTION DATE-OF-INTEGER(
                   SCAN_FIRST_INT + DY_OFF - 1).

           ADD_FINDING.
               IF FN_USED < 200
                   ADD 1 TO FN_USED
                   MOVE PT_IDX TO FN_PT(FN_USED)
                   MOVE NEW_PATTERN TO FN_PATTERN(FN_USED)
                   MOVE NEW_FIRST_DATE TO FN_FIRST_DATE(FN_USED)
                   MOVE NEW_LAST_DATE TO FN_LAST_DATE(FN_USED)
                   MOVE NEW_DETAIL TO FN_DETAIL(FN_USED)
               ELSE
                   ADD 1 TO FN_DROPPED
               END-IF.

           REPORT_ONE_POINT.
               MOVE 0 TO FN_PT_COUNT.
               PERFORM REPORT_ONE_FINDING VARYING FN_IDX FROM 1 BY 1
                   UNTIL FN_IDX > FN_USED.
               IF FN_PT_COUNT = 0
                   MOVE SPACES TO SM_LINE
                   IF PT_READS(PT_IDX) = 0
                       STRING PT_CODE(PT_IDX) "  NO ACTUAL READINGS "
                           "IN THE WINDOW"
                           DELIMITED BY SIZE INTO SM_LINE
                   ELSE
                       MOVE PT_READS(PT_IDX) TO READS_ED
                       STRING PT_CODE(PT_IDX) "  NO PATTERN FOUND, "
                           READS_ED " READINGS SCANNED"
                           DELIMITED BY SIZE INTO SM_LINE
                   END-IF
                   PERFORM PUT_STUCK_LINE
               END-IF.
               IF PT_BASE_DAYS(PT_IDX) < 5 AND PT_READS(PT_IDX) > 0
                   MOVE SPACES TO SM_LINE
                   STRING PT_CODE(PT_IDX) "  TOO LITTLE HISTORY - "
                       "DAILY SPREAD NOT CHECKED"
                       DELIMITED BY SIZE INTO SM_LINE
                   PERFORM PUT_STUCK_LINE
               END-IF.

           REPORT_ONE_FINDING.
               IF FN_PT(FN_IDX) = PT_IDX
                   ADD 1 TO FN_PT_COUNT
                   COMPUTE DAYS_LASTED =
                       FUNCTION INTEGER-OF-DATE(FN_LAST_DATE(FN_IDX))
                       - FUNCTION INTEGER-OF-DATE(FN_FIRST_DATE(FN_IDX))
                       + 1
                   MOVE DAYS_LASTED TO DAYS_ED
                   IF FN_LAST_DATE(FN_IDX) = PT_LAST_DATA_DATE(PT_IDX)
                       MOVE "OPEN" TO OPEN_MARK
                   ELSE
                       MOVE SPACES TO OPEN_MARK
                   END-IF
                   MOVE SPACES TO SM_LINE
                   STRING PT_CODE(PT_IDX) "  " FN_PATTERN(FN_IDX)
                       " " FN_FIRST_DATE(FN_IDX)
                       " " FN_LAST_DATE(FN_IDX)
                       " " DAYS_ED " " OPEN_MARK " " FN_DETAIL(FN_IDX)
                       DELIMITED BY SIZE INTO SM_LINE
                   PERFORM PUT_STUCK_LINE
               END-IF.

           WRITE_STUCK_HEADER.
               MOVE SPACES TO SM_LINE.
               STRING "STUCK METER / FLATLINE REPORT - RUN DATE: "
                   SM_RUN_DATE
                   DELIMITED BY SIZE INTO SM_LINE.
               PERFORM PUT_STUCK_LINE.
               MOVE SPACES TO SM_LINE.
               STRING "DEFAULT WINDOW: " WINDOW_DAYS
                   " DAYS ENDING " WIN_LAST_DATE
                   "  HISTORY: " HIST_DAYS " DAYS BEFORE IT"
                   DELIMITED BY SIZE INTO SM_LINE.
               PERFORM PUT_STUCK_LINE.
               MOVE SPACES TO SM_LINE.
               STRING "LIMITS: IDENTICAL RUN " RUN_READS_LIMIT
                   " READS, ALL-ZERO RUN " ZERO_DAYS_LIMIT " DAYS"
                   DELIMITED BY SIZE INTO SM_LINE.
               PERFORM PUT_STUCK_LINE.
               MOVE SPACES TO SM_LINE.
               STRING "        FLAT SPREAD " FLAT_DAYS_LIMIT
                   " DAYS AT " FLAT_PCT " PCT OF HISTORY, STEP "
                   STEP_DAYS_LIMIT " DAYS AT " STEP_PCT " PCT"
                   DELIMITED BY SIZE INTO SM_LINE.
               PERFORM PUT_STUCK_LINE.
               MOVE SPACES TO SM_LINE.
               STRING "ESTIMATED READINGS ARE NOT SCANNED. OPEN = "
                   "STILL PRESENT ON THE LAST DAY READ"
                   DELIMITED BY SIZE INTO SM_LINE.
               PERFORM PUT_STUCK_LINE.
               MOVE SPACES TO SM_LINE.
               STRING "POINT PATTERN            FIRST    LAST"
                   "      DAYS OPEN DETAIL"
                   DELIMITED BY SIZE INTO SM_LINE.
               PERFORM PUT_STUCK_LINE.

           WRITE_STUCK_FOOTER.
               MOVE SPACES TO SM_LINE.
               STRING "POINTS SCANNED: " PT_USED
                   "  ACTUAL READINGS: " READS_SCANNED
                   "  ESTIMATES SKIPPED: " EST_SKIPPED
                   DELIMITED BY SIZE INTO SM_LINE.
               PERFORM PUT_STUCK_LINE.
               MOVE SPACES TO SM_LINE.
               STRING "FINDINGS: " FN_USED
                   DELIMITED BY SIZE INTO SM_LINE.
               PERFORM PUT_STUCK_LINE.
               IF FN_DROPPED > 0
                   MOVE SPACES TO SM_LINE
                   STRING "*** " FN_DROPPED " FURTHER FINDING(S) NOT "
                       "LISTED - TABLE FULL ***"
                       DELIMITED BY SIZE INTO SM_LINE
                   PERFORM PUT_STUCK_LINE
               END-IF.

           PUT_STUCK_LINE.
               MOVE SM_LINE TO STUCK_REPORT_RECORD.
               WRITE STUCK_REPORT_RECORD.
