               SELECT CALENDAR_FILE ASSIGN TO "CALENDAR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_CALENDAR.
               SELECT METER_POINT_FILE ASSIGN TO "METERPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_METERPT.
               SELECT UNIT_MASTER_FILE ASSIGN TO "UNITMAST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_UNITMAST.
               SELECT REPORT_UNIT_FILE ASSIGN TO "RPTUNIT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_RPTUNIT.

       DATA DIVISION.
           FILE SECTION.
               02 DS_INT_SUM PIC 9(5).
               02 DS_AVERAGE PIC 9(3)V99.
               02 DS_ADJ_FLAG PIC X(1).
               02 DS_EST_FLAG PIC X(1).

           FD  TREND_PARAM_FILE.
           01  TREND_PARAM_RECORD.
               02 CA_TYPE PIC X(1).
               02 CA_DESC PIC X(20).

           FD  METER_POINT_FILE.
           01  METER_POINT_RECORD.
               02 MP_CODE PIC X(4).
               02 MP_DESC PIC X(20).
               02 MP_STATUS PIC X(1).
               02 MP_UNIT_CODE PIC X(2).

           FD  UNIT_MASTER_FILE.
           01  UNIT_MASTER_RECORD.
               02 UM_CODE PIC X(2).
               02 UM_NAME PIC X(10).
               02 UM_FACTOR PIC 9V9999999.
               02 UM_STATUS PIC X(1).
               02 UM_EFF_FROM PIC 9(8).
               02 UM_EFF_TO PIC 9(8).

           FD  REPORT_UNIT_FILE.
           01  REPORT_UNIT_RECORD.
               02 RU_CODE PIC X(2).

       WORKING-STORAGE SECTION.
           77 FS_DAILYSUM PIC XX.
           77 FS_TRENDPRM PIC XX.
           77 FS_TRENDRPT PIC XX.
           77 FS_CALENDAR PIC XX.
           77 FS_METERPT PIC XX.
           77 FS_UNITMAST PIC XX.
           77 FS_RPTUNIT PIC XX.
           01 PT_TABLE.
               02 PT_ENTRY OCCURS 20 TIMES.
                   03 PT_CODE PIC X(4).
                   03 PT_UNIT PIC X(2).
           77 PT_COUNT PIC 9(2) VALUE 0.
           77 PT_IDX PIC 9(2).
           77 PT_EOF_SW PIC 9 VALUE 0.
               88 PT_EOF VALUE 1.
           01 UT_TABLE.
               02 UT_ENTRY OCCURS 10 TIMES.
                   03 UT_CODE PIC X(2).
                   03 UT_FACTOR PIC 9V9999999.
                   03 UT_STATUS PIC X(1).
                   03 UT_EFF_FROM PIC 9(8).
                   03 UT_EFF_TO PIC 9(8).
           77 UT_COUNT PIC 9(2) VALUE 0.
           77 UT_EOF_SW PIC 9 VALUE 0.
               88 UT_EOF VALUE 1.
           77 LU_IDX PIC 9(2).
           77 LOOKUP_CODE PIC X(2).
           77 LOOKUP_DATE PIC 9(8).
           77 LOOKUP_IDX PIC 9(2).
           77 LOOKUP_FOUND_SW PIC 9 VALUE 0.
               88 LOOKUP_FOUND VALUE 1.
           77 CODE_SEEN_SW PIC 9 VALUE 0.
               88 CODE_SEEN VALUE 1.
           77 RPT_UNIT PIC X(2) VALUE "M ".
           77 CV_POINT_UNIT PIC X(2).
           77 CV_FROM_FACTOR PIC 9V9999999.
           77 CV_SUM PIC 9(9)V9(4).
           77 CV_OK_SW PIC 9 VALUE 0.
               88 CV_OK VALUE 1.
           77 DAY_CONV_SUM PIC 9(9)V9(4) VALUE 0.
           77 DAY_CONV_VOL PIC 9(5) VALUE 0.
           77 DAY_CONV_AVG PIC 9(7)V9(4) VALUE 0.
           77 DAY_UNCONV PIC 9(2) VALUE 0.
           77 DAY_UNCONV_ED PIC Z9.
           77 WEEK_CONV_SUM PIC 9(11)V9(4) VALUE 0.
           77 MONTH_CONV_SUM PIC 9(11)V9(4) VALUE 0.
           77 UNCONV_POINT_DAYS PIC 9(5) VALUE 0.
           77 UNCONV_POINT_DAYS_ED PIC ZZZZ9.
           77 CONV_SUM_ED PIC Z(8)9.9999.
           77 CONV_AVG_ED PIC Z(6)9.9999.
           77 CONV_TOT_ED PIC Z(10)9.9999.
           01 CAL_TABLE.
               02 CAL_ENTRY OCCURS 400 TIMES.
                   03 CL_DATE PIC 9(8).
               88 DAY_ACTIVE VALUE 1.
           77 DAY_ADJ_SW PIC 9 VALUE 0.
               88 DAY_ADJ VALUE 1.
           77 DAY_EST_SW PIC 9 VALUE 0.
               88 DAY_EST VALUE 1.
           77 ADJ_MARK PIC X(3).
           77 ADJ_DAYS PIC 9(5) VALUE 0.
           77 ADJ_DAYS_ED PIC ZZZZ9.
           77 EST_DAYS PIC 9(5) VALUE 0.
           77 EST_DAYS_ED PIC ZZZZ9.
           77 DAY_DATE PIC 9(8).
           77 DAY_VOL PIC 9(5) VALUE 0.
           77 DAY_ODD PIC 9(5) VALUE 0.
                   03 DP_POINT PIC X(4).
                   03 DP_VOL PIC 9(5).
                   03 DP_SUM PIC 9(7).
                   03 DP_UNIT PIC X(2).
                   03 DP_CONV_SUM PIC 9(9)V9(4).
                   03 DP_UNCONV PIC 9(3).
           77 DP_COUNT PIC 9(2) VALUE 0.
           77 DP_IDX PIC 9(2).
           77 DP_FOUND_SW PIC 9 VALUE 0.
                   03 PP_DAYS PIC 9(5).
                   03 PP_VOL PIC 9(7).
                   03 PP_SUM PIC 9(9).
                   03 PP_UNIT PIC X(2).
                   03 PP_CONV_SUM PIC 9(11)V9(4).
                   03 PP_UNCONV_DAYS PIC 9(5).
           77 PP_COUNT PIC 9(2) VALUE 0.
           77 PP_IDX PIC 9(2).
           77 PP_FOUND_SW PIC 9 VALUE 0.
           PERFORM LOAD_TREND_PARAMS.
           PERFORM LOAD_CALENDAR.
           ACCEPT REPORT_RUN_DATE FROM DATE YYYYMMDD.
           PERFORM LOAD_UNIT_TABLE.
           PERFORM LOAD_POINT_UNITS.
           PERFORM LOAD_REPORT_UNIT.
           OPEN INPUT DAILY_SUMMARY_FILE.
           IF FS_DAILYSUM NOT = "00"
               DISPLAY "** DAILY SUMMARY FILE DAILYSUM NOT FOUND **"
                       END-IF
               END-READ.

           LOAD_UNIT_TABLE.
               MOVE 0 TO UT_COUNT.
               OPEN INPUT UNIT_MASTER_FILE.
               IF FS_UNITMAST = "00"
                   MOVE 0 TO UT_EOF_SW
                   PERFORM READ_UNIT_RECORD UNTIL UT_EOF
                   CLOSE UNIT_MASTER_FILE
               ELSE
                   DISPLAY "** UNIT MASTER FILE UNITMAST NOT FOUND - "
                       "FIGURES NOT CONVERTED **"
                   MOVE 4 TO RETURN-CODE
               END-IF.

           READ_UNIT_RECORD.
               READ UNIT_MASTER_FILE
                   AT END
                       MOVE 1 TO UT_EOF_SW
                   NOT AT END
                       IF UT_COUNT < 10
                           ADD 1 TO UT_COUNT
                           MOVE UM_CODE TO UT_CODE(UT_COUNT)
                           MOVE UM_FACTOR TO UT_FACTOR(UT_COUNT)
                           MOVE UM_STATUS TO UT_STATUS(UT_COUNT)
                           MOVE UM_EFF_FROM TO UT_EFF_FROM(UT_COUNT)
                           MOVE UM_EFF_TO TO UT_EFF_TO(UT_COUNT)
                       ELSE
                           DISPLAY "** MORE THAN 10 UNIT MASTER "
                               "RECORDS - EXTRA ROWS IGNORED **"
                           MOVE 1 TO UT_EOF_SW
                       END-IF
               END-READ.

           LOAD_POINT_UNITS.
               MOVE 0 TO PT_COUNT.
               OPEN INPUT METER_POINT_FILE.
               IF FS_METERPT = "00"
                   MOVE 0 TO PT_EOF_SW
                   PERFORM READ_POINT_RECORD UNTIL PT_EOF
                   CLOSE METER_POINT_FILE
               ELSE
                   DISPLAY "** METER POINT FILE METERPT NOT FOUND - "
                       "FIGURES NOT CONVERTED **"
                   MOVE 4 TO RETURN-CODE
               END-IF.

           READ_POINT_RECORD.
               READ METER_POINT_FILE
                   AT END
                       MOVE 1 TO PT_EOF_SW
                   NOT AT END
                       IF PT_COUNT < 20
                           ADD 1 TO PT_COUNT
                           MOVE MP_CODE TO PT_CODE(PT_COUNT)
                           MOVE MP_UNIT_CODE TO PT_UNIT(PT_COUNT)
                       ELSE
                           DISPLAY "** METER POINT FILE HAS MORE "
                               "THAN 20 ENTRIES - EXTRA ROWS "
                               "IGNORED **"
                           MOVE 1 TO PT_EOF_SW
                       END-IF
               END-READ.

           LOAD_REPORT_UNIT.
               OPEN INPUT REPORT_UNIT_FILE.
               IF FS_RPTUNIT = "00"
                   READ REPORT_UNIT_FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE RU_CODE TO LOOKUP_CODE
                           MOVE REPORT_RUN_DATE TO LOOKUP_DATE
                           PERFORM FIND_UNIT_FOR_DATE
                           IF CODE_SEEN
                               MOVE RU_CODE TO RPT_UNIT
                           ELSE
                               DISPLAY "** REPORTING UNIT " RU_CODE
                                   " NOT ON UNITMAST - USING "
                                   RPT_UNIT " **"
                           END-IF
                   END-READ
                   CLOSE REPORT_UNIT_FILE
               ELSE
                   DISPLAY "REPORTING UNIT FILE NOT FOUND, USING "
                       RPT_UNIT
               END-IF.

           FIND_UNIT_FOR_DATE.
               MOVE 0 TO LOOKUP_FOUND_SW.
               MOVE 0 TO CODE_SEEN_SW.
               PERFORM CHECK_ONE_UNIT_ROW VARYING LU_IDX FROM 1 BY 1
                   UNTIL LU_IDX > UT_COUNT.

           CHECK_ONE_UNIT_ROW.
               IF UT_CODE(LU_IDX) = LOOKUP_CODE
                   SET CODE_SEEN TO TRUE
                   IF UT_STATUS(LU_IDX) NOT = "I"
                       AND UT_EFF_FROM(LU_IDX) <= LOOKUP_DATE
                       AND UT_EFF_TO(LU_IDX) >= LOOKUP_DATE
                       AND NOT LOOKUP_FOUND
                       SET LOOKUP_FOUND TO TRUE
                       MOVE LU_IDX TO LOOKUP_IDX
                   END-IF
               END-IF.

           FIND_POINT_UNIT.
               MOVE SPACES TO CV_POINT_UNIT.
               PERFORM FIND_POINT_UNIT_ONE VARYING PT_IDX FROM 1 BY 1
                   UNTIL PT_IDX > PT_COUNT.

           FIND_POINT_UNIT_ONE.
               IF PT_CODE(PT_IDX) = DS_POINT
                   AND CV_POINT_UNIT = SPACES
                   MOVE PT_UNIT(PT_IDX) TO CV_POINT_UNIT
               END-IF.

           CONVERT_SUMMARY_SUM.
               MOVE 0 TO CV_OK_SW.
               MOVE 0 TO CV_SUM.
               PERFORM FIND_POINT_UNIT.
               IF CV_POINT_UNIT NOT = SPACES
                   MOVE CV_POINT_UNIT TO LOOKUP_CODE
                   MOVE DS_RUN_DATE TO LOOKUP_DATE
                   PERFORM FIND_UNIT_FOR_DATE
                   IF LOOKUP_FOUND
                       MOVE UT_FACTOR(LOOKUP_IDX) TO CV_FROM_FACTOR
                       MOVE RPT_UNIT TO LOOKUP_CODE
                       PERFORM FIND_UNIT_FOR_DATE
                       IF LOOKUP_FOUND AND UT_FACTOR(LOOKUP_IDX) > 0
                           SET CV_OK TO TRUE
                           COMPUTE CV_SUM ROUNDED = DS_INT_SUM
                               * CV_FROM_FACTOR / UT_FACTOR(LOOKUP_IDX)
                               ON SIZE ERROR
                                   MOVE 0 TO CV_OK_SW
                                   MOVE 0 TO CV_SUM
                           END-COMPUTE
                       END-IF
                   END-IF
               END-IF.

           LOOKUP_DAY_TYPE.
               COMPUTE DAY_INT =
                   FUNCTION INTEGER-OF-DATE(DAY_DATE).
               IF DS_ADJ_FLAG = "A"
                   SET DAY_ADJ TO TRUE
               END-IF.
               MOVE 0 TO DAY_EST_SW.
               IF DS_EST_FLAG = "E"
                   SET DAY_EST TO TRUE
               END-IF.
               MOVE 0 TO DP_COUNT.
               MOVE 0 TO DAY_CONV_SUM.
               MOVE 0 TO DAY_CONV_VOL.
               MOVE 0 TO DAY_UNCONV.
               PERFORM ADD_POINT_TO_DAY.

           ADD_TO_PENDING_DAY.
               IF DS_ADJ_FLAG = "A"
                   SET DAY_ADJ TO TRUE
               END-IF.
               IF DS_EST_FLAG = "E"
                   SET DAY_EST TO TRUE
               END-IF.
               PERFORM ADD_POINT_TO_DAY.

           ADD_POINT_TO_DAY.
                       MOVE DS_POINT TO DP_POINT(DP_COUNT)
                       MOVE 0 TO DP_VOL(DP_COUNT)
                       MOVE 0 TO DP_SUM(DP_COUNT)
                       MOVE 0 TO DP_CONV_SUM(DP_COUNT)
                       MOVE 0 TO DP_UNCONV(DP_COUNT)
                       MOVE DP_COUNT TO DP_HIT
                   END-IF
               END-IF.
               PERFORM CONVERT_SUMMARY_SUM.
               IF CV_OK
                   ADD CV_SUM TO DAY_CONV_SUM
                   ADD DS_REC_COUNT TO DAY_CONV_VOL
               ELSE
                   ADD 1 TO DAY_UNCONV
               END-IF.
               IF DP_HIT > 0
                   ADD DS_REC_COUNT TO DP_VOL(DP_HIT)
                   ADD DS_INT_SUM TO DP_SUM(DP_HIT)
                   MOVE CV_POINT_UNIT TO DP_UNIT(DP_HIT)
                   IF CV_OK
                       ADD CV_SUM TO DP_CONV_SUM(DP_HIT)
                   ELSE
                       ADD 1 TO DP_UNCONV(DP_HIT)
                   END-IF
               END-IF.

           MATCH_ONE_DAY_POINT.
               END-IF.
               MOVE WEEK_START_INT TO PREV_WEEK_START.
               MOVE CURR_MONTH TO PREV_MONTH.
               IF DAY_TYPE = "W" AND NOT DAY_EST
                   PERFORM CHECK_VOLUME_DEVIATION
                   PERFORM ADD_TO_MOVING_TABLE
               ELSE
               END-IF.
               PERFORM COMPUTE_MOVING_AVERAGE.
               PERFORM WRITE_DETAIL_LINE.
               PERFORM WRITE_CONVERTED_DAY_LINE.
               IF DP_COUNT > 1
                   PERFORM WRITE_POINT_DAY_LINE
                       VARYING DP_IDX FROM 1 BY 1
               END-IF.
               ADD DAY_VOL TO WEEK_VOL.
               ADD DAY_SUM TO WEEK_SUM.
               ADD DAY_CONV_SUM TO WEEK_CONV_SUM.
               ADD 1 TO MONTH_DAYS.
               ADD DAY_VOL TO MONTH_VOL.
               ADD DAY_SUM TO MONTH_SUM.
               ADD DAY_CONV_SUM TO MONTH_CONV_SUM.
               IF DAY_AVG < PERIOD_MIN_AVG
                   MOVE DAY_AVG TO PERIOD_MIN_AVG
               END-IF.
                   DELIMITED BY SIZE INTO TREND_REPORT_RECORD.
               WRITE TREND_REPORT_RECORD.
               MOVE SPACES TO TREND_REPORT_RECORD.
               STRING "DAYS MARKED EST INCLUDE ESTIMATED READINGS "
                   "AND ARE NOT FLAGGED"
                   DELIMITED BY SIZE INTO TREND_REPORT_RECORD.
               WRITE TREND_REPORT_RECORD.
               MOVE SPACES TO TREND_REPORT_RECORD.
               STRING "REPORTING UNIT: " RPT_UNIT
                   " - CONV FIGURES USE THE FACTOR IN EFFECT ON "
                   "EACH DATE"
                   DELIMITED BY SIZE INTO TREND_REPORT_RECORD.
               WRITE TREND_REPORT_RECORD.
               MOVE SPACES TO TREND_REPORT_RECORD.
               STRING "DATE          RECS   ODD  EVEN     SUM"
                   "    AVG  7DAY-VOL F ADJ/EST"
                   DELIMITED BY SIZE INTO TREND_REPORT_RECORD.
               WRITE TREND_REPORT_RECORD.

               ELSE
                   MOVE SPACES TO ADJ_MARK
               END-IF.
               IF DAY_EST
                   ADD 1 TO EST_DAYS
                   IF DAY_ADJ
                       MOVE "A+E" TO ADJ_MARK
                   ELSE
                       MOVE "EST" TO ADJ_MARK
                   END-IF
               END-IF.
               MOVE DAY_VOL TO VOL_ED.
               MOVE DAY_ODD TO ODD_ED.
               MOVE DAY_EVEN TO EVEN_ED.
                   DELIMITED BY SIZE INTO TREND_REPORT_RECORD.
               WRITE TREND_REPORT_RECORD.

           WRITE_CONVERTED_DAY_LINE.
               IF DAY_CONV_VOL > 0
                   COMPUTE DAY_CONV_AVG ROUNDED =
                       DAY_CONV_SUM / DAY_CONV_VOL
               ELSE
                   MOVE 0 TO DAY_CONV_AVG
               END-IF.
               MOVE DAY_CONV_SUM TO CONV_SUM_ED.
               MOVE DAY_CONV_AVG TO CONV_AVG_ED.
               MOVE SPACES TO TREND_REPORT_RECORD.
               IF DAY_UNCONV = 0
                   STRING "          CONV SUM=" CONV_SUM_ED
                       " AVG=" CONV_AVG_ED " " RPT_UNIT
                       DELIMITED BY SIZE INTO TREND_REPORT_RECORD
               ELSE
                   MOVE DAY_UNCONV TO DAY_UNCONV_ED
                   STRING "          CONV SUM=" CONV_SUM_ED
                       " AVG=" CONV_AVG_ED " " RPT_UNIT " PART - "
                       DAY_UNCONV_ED " PT NOT CONV"
                       DELIMITED BY SIZE INTO TREND_REPORT_RECORD
               END-IF.
               WRITE TREND_REPORT_RECORD.

           WRITE_POINT_DAY_LINE.
               MOVE DP_VOL(DP_IDX) TO VOL_ED.
               MOVE DP_SUM(DP_IDX) TO SUM_ED.
               MOVE DP_CONV_SUM(DP_IDX) TO CONV_SUM_ED.
               MOVE SPACES TO TREND_REPORT_RECORD.
               IF DP_UNCONV(DP_IDX) = 0
                   STRING "    POINT " DP_POINT(DP_IDX)
                       "  RECS=" VOL_ED " SUM=" SUM_ED " "
                       DP_UNIT(DP_IDX) " CONV=" CONV_SUM_ED " "
                       RPT_UNIT
                       DELIMITED BY SIZE INTO TREND_REPORT_RECORD
               ELSE
                   STRING "    POINT " DP_POINT(DP_IDX)
                       "  RECS=" VOL_ED " SUM=" SUM_ED " "
                       DP_UNIT(DP_IDX) " NOT CONVERTED"
                       DELIMITED BY SIZE INTO TREND_REPORT_RECORD
               END-IF.
               WRITE TREND_REPORT_RECORD.

           ADD_POINT_TO_PERIOD.
                       MOVE 0 TO PP_DAYS(PP_COUNT)
                       MOVE 0 TO PP_VOL(PP_COUNT)
                       MOVE 0 TO PP_SUM(PP_COUNT)
                       MOVE 0 TO PP_CONV_SUM(PP_COUNT)
                       MOVE 0 TO PP_UNCONV_DAYS(PP_COUNT)
                       MOVE PP_COUNT TO PP_HIT
                   END-IF
               END-IF.
                   ADD 1 TO PP_DAYS(PP_HIT)
                   ADD DP_VOL(DP_IDX) TO PP_VOL(PP_HIT)
                   ADD DP_SUM(DP_IDX) TO PP_SUM(PP_HIT)
                   MOVE DP_UNIT(DP_IDX) TO PP_UNIT(PP_HIT)
                   ADD DP_CONV_SUM(DP_IDX) TO PP_CONV_SUM(PP_HIT)
                   IF DP_UNCONV(DP_IDX) > 0
                       ADD 1 TO PP_UNCONV_DAYS(PP_HIT)
                       ADD 1 TO UNCONV_POINT_DAYS
                   END-IF
               END-IF.

           MATCH_ONE_PERIOD_POINT.
                   " VOLUME=" SUBT_VOL_ED " SUM=" SUBT_SUM_ED
                   DELIMITED BY SIZE INTO TREND_REPORT_RECORD.
               WRITE TREND_REPORT_RECORD.
               MOVE WEEK_CONV_SUM TO CONV_TOT_ED.
               MOVE SPACES TO TREND_REPORT_RECORD.
               STRING "                  CONV SUM=" CONV_TOT_ED " "
                   RPT_UNIT
                   DELIMITED BY SIZE INTO TREND_REPORT_RECORD.
               WRITE TREND_REPORT_RECORD.
               MOVE 0 TO WEEK_CONV_SUM.
               MOVE 0 TO WEEK_DAYS.
               MOVE 0 TO WEEK_WORKDAYS.
               MOVE 0 TO WEEK_VOL.
                   " VOLUME=" SUBT_VOL_ED " SUM=" SUBT_SUM_ED
                   DELIMITED BY SIZE INTO TREND_REPORT_RECORD.
               WRITE TREND_REPORT_RECORD.
               MOVE MONTH_CONV_SUM TO CONV_TOT_ED.
               MOVE SPACES TO TREND_REPORT_RECORD.
               STRING "                  CONV SUM=" CONV_TOT_ED " "
                   RPT_UNIT
                   DELIMITED BY SIZE INTO TREND_REPORT_RECORD.
               WRITE TREND_REPORT_RECORD.
               MOVE 0 TO MONTH_CONV_SUM.
               MOVE 0 TO MONTH_DAYS.
               MOVE 0 TO MONTH_VOL.
               MOVE 0 TO MONTH_SUM.
               STRING "  POINT " PP_POINT(PP_IDX)
                   "  DAYS=" PP_DAYS_ED
                   " VOLUME=" SUBT_VOL_ED " SUM=" SUBT_SUM_ED
                   " " PP_UNIT(PP_IDX)
                   DELIMITED BY SIZE INTO TREND_REPORT_RECORD.
               WRITE TREND_REPORT_RECORD.
               MOVE PP_CONV_SUM(PP_IDX) TO CONV_TOT_ED.
               MOVE SPACES TO TREND_REPORT_RECORD.
               IF PP_UNCONV_DAYS(PP_IDX) = 0
                   STRING "                CONV SUM=" CONV_TOT_ED " "
                       RPT_UNIT
                       DELIMITED BY SIZE INTO TREND_REPORT_RECORD
               ELSE
                   MOVE PP_UNCONV_DAYS(PP_IDX) TO PP_DAYS_ED
                   STRING "                CONV SUM=" CONV_TOT_ED " "
                       RPT_UNIT " DAYS NOT CONV=" PP_DAYS_ED
                       DELIMITED BY SIZE INTO TREND_REPORT_RECORD
               END-IF.
               WRITE TREND_REPORT_RECORD.

           WRITE_ZERO_DAYS_LINE.
               IF UNCONV_POINT_DAYS > 0
                   MOVE UNCONV_POINT_DAYS TO UNCONV_POINT_DAYS_ED
                   MOVE SPACES TO TREND_REPORT_RECORD
                   STRING "POINT-DAYS NOT CONVERTED TO " RPT_UNIT
                       " (NO UNIT OR FACTOR): " UNCONV_POINT_DAYS_ED
                       DELIMITED BY SIZE INTO TREND_REPORT_RECORD
                   WRITE TREND_REPORT_RECORD
               END-IF.
               IF EST_DAYS > 0
                   MOVE EST_DAYS TO EST_DAYS_ED
                   MOVE SPACES TO TREND_REPORT_RECORD
                   STRING "DAYS INCLUDING ESTIMATED READINGS: "
                       EST_DAYS_ED
                       DELIMITED BY SIZE INTO TREND_REPORT_RECORD
                   WRITE TREND_REPORT_RECORD
               END-IF.
               IF MISSING_DAYS > 0
                   MOVE MISSING_DAYS TO MISSING_DAYS_ED
                   MOVE SPACES TO TREND_REPORT_RECORD
