       IDENTIFICATION DIVISION.
       PROGRAM-ID. tumpalan_mthclose.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CLOSE_PARAM_FILE ASSIGN TO "MCLSPRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_MCLSPRM.
               SELECT DAILY_SUMMARY_FILE ASSIGN TO "DAILYSUM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_DAILYSUM.
               SELECT MONTH_SUMMARY_FILE ASSIGN TO "MONTHSUM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_MONTHSUM.
               SELECT MONTH_SUMMARY_NEW_FILE ASSIGN TO "MONTHNEW"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_MONTHNEW.
               SELECT PERIOD_CONTROL_FILE ASSIGN TO "PERIODCT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_PERIODCT.
               SELECT AUDIT_LOG_FILE ASSIGN TO "AUDITLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_AUDITLOG.
               SELECT CLOSE_REPORT_FILE ASSIGN TO "MCLSRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_MCLSRPT.

       DATA DIVISION.
           FILE SECTION.
           FD  CLOSE_PARAM_FILE.
           01  CLOSE_PARAM_RECORD.
               02 CP_CLOSE_MONTH PIC 9(6).

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

           FD  MONTH_SUMMARY_FILE.
           01  MONTH_SUMMARY_RECORD.
               02 MS_MONTH PIC 9(6).
               02 MS_POINT PIC X(4).
               02 MS_DAYS PIC 9(2).
               02 MS_REC_COUNT PIC 9(5).
               02 MS_INT_SUM PIC 9(7).
               02 MS_AVERAGE PIC 9(3)V99.
               02 MS_ADJ_COUNT PIC 9(2).
               02 MS_CLOSE_DATE PIC 9(8).
               02 MS_EST_COUNT PIC 9(2).

           FD  MONTH_SUMMARY_NEW_FILE.
           01  MONTH_SUMMARY_NEW_RECORD PIC X(41).

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

           FD  CLOSE_REPORT_FILE.
           01  CLOSE_REPORT_RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           77 FS_MCLSPRM PIC XX.
           77 FS_DAILYSUM PIC XX.
           77 FS_MONTHSUM PIC XX.
           77 FS_MONTHNEW PIC XX.
           77 FS_PERIODCT PIC XX.
           77 FS_AUDITLOG PIC XX.
           77 FS_MCLSRPT PIC XX.
           77 CLOSE_RUN_DATE PIC 9(8).
           77 CLOSE_RUN_TIME PIC 9(8).
           77 CLOSE_MONTH PIC 9(6).
           77 CLOSE_YEAR_WORK PIC 9(4).
           77 CLOSE_MM_WORK PIC 9(2).
           77 DS_MONTH PIC 9(6).
           77 DS_EOF_SW PIC 9 VALUE 0.
               88 DS_EOF VALUE 1.
           77 MS_EOF_SW PIC 9 VALUE 0.
               88 MS_EOF VALUE 1.
           77 PC_EOF_SW PIC 9 VALUE 0.
               88 PC_EOF VALUE 1.
           77 CLOSED_SW PIC 9 VALUE 0.
               88 ALREADY_CLOSED VALUE 1.
           77 LOCK_OK_SW PIC 9 VALUE 0.
               88 LOCK_OK VALUE 1.
           01 MT_TABLE.
               02 MT_ENTRY OCCURS 50 TIMES.
                   03 MT_POINT PIC X(4).
                   03 MT_DAYS PIC 9(2).
                   03 MT_REC_COUNT PIC 9(5).
                   03 MT_INT_SUM PIC 9(7).
                   03 MT_AVERAGE PIC 9(3)V99.
                   03 MT_ADJ_COUNT PIC 9(2).
                   03 MT_EST_COUNT PIC 9(2).
           77 MT_USED PIC 9(2) VALUE 0.
           77 MT_IDX PIC 9(2).
           77 MT_HIT PIC 9(2) VALUE 0.
           77 MT_FOUND_SW PIC 9 VALUE 0.
               88 MT_FOUND VALUE 1.
           77 MT_OVERFLOW_SW PIC 9 VALUE 0.
               88 MT_OVERFLOW VALUE 1.
           77 DAY_COUNT PIC 9(5) VALUE 0.
           77 HIST_KEPT PIC 9(7) VALUE 0.
           77 HIST_REPLACED PIC 9(7) VALUE 0.
           77 MC_LINE PIC X(80).
           77 DAYS_ED PIC Z9.
           77 RECS_ED PIC ZZZZ9.
           77 SUM_ED PIC ZZZZZZ9.
           77 AVG_ED PIC ZZ9.99.
           77 ADJ_ED PIC Z9.
           77 EST_ED PIC Z9.
           77 CNT_ED PIC ZZZZZZ9.
       PROCEDURE DIVISION.
           ACCEPT CLOSE_RUN_DATE FROM DATE YYYYMMDD.
           ACCEPT CLOSE_RUN_TIME FROM TIME.
           PERFORM LOAD_CLOSE_PARAM.
           OPEN OUTPUT CLOSE_REPORT_FILE.
           PERFORM WRITE_CLOSE_HEADER.
           PERFORM CHECK_PERIOD_STATUS.
           OPEN INPUT DAILY_SUMMARY_FILE.
           IF FS_DAILYSUM NOT = "00"
               DISPLAY "** DAILY SUMMARY DAILYSUM NOT FOUND, STATUS="
                   FS_DAILYSUM " **"
               MOVE SPACES TO MC_LINE
               STRING "DAILYSUM MISSING - PERIOD " CLOSE_MONTH
                   " NOT CLOSED"
                   DELIMITED BY SIZE INTO MC_LINE
               PERFORM PUT_CLOSE_LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ALREADY_CLOSED
                   CLOSE DAILY_SUMMARY_FILE
                   PERFORM CARRY_MONTH_SUMMARY
                   CLOSE MONTH_SUMMARY_NEW_FILE
                   MOVE SPACES TO MC_LINE
                   STRING "PERIOD " CLOSE_MONTH " IS ALREADY CLOSED - "
                       "REOPEN IT BEFORE CLOSING AGAIN"
                       DELIMITED BY SIZE INTO MC_LINE
                   PERFORM PUT_CLOSE_LINE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO DS_EOF_SW
                   PERFORM ROLL_ONE_SUMMARY UNTIL DS_EOF
                   CLOSE DAILY_SUMMARY_FILE
                   PERFORM CARRY_MONTH_SUMMARY
                   PERFORM WRITE_ONE_MONTH_POINT VARYING MT_IDX
                       FROM 1 BY 1 UNTIL MT_IDX > MT_USED
                   CLOSE MONTH_SUMMARY_NEW_FILE
                   PERFORM WRITE_PERIOD_CLOSE
                   PERFORM WRITE_CLOSE_FOOTER
                   IF NOT LOCK_OK
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF MT_USED = 0 OR MT_OVERFLOW
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           CLOSE CLOSE_REPORT_FILE.
           DISPLAY "MONTH-END CLOSE FOR " CLOSE_MONTH ": " MT_USED
               " POINT(S), " DAY_COUNT " DAILY SUMMARY RECORD(S)".
           STOP RUN.

           LOAD_CLOSE_PARAM.
               MOVE 0 TO CLOSE_MONTH.
               OPEN INPUT CLOSE_PARAM_FILE.
               IF FS_MCLSPRM = "00"
                   READ CLOSE_PARAM_FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CP_CLOSE_MONTH IS NUMERIC
                               AND CP_CLOSE_MONTH(5:2) >= "01"
                               AND CP_CLOSE_MONTH(5:2) <= "12"
                               MOVE CP_CLOSE_MONTH TO CLOSE_MONTH
                           END-IF
                   END-READ
                   CLOSE CLOSE_PARAM_FILE
               END-IF.
               IF CLOSE_MONTH = 0
                   MOVE CLOSE_RUN_DATE(1:4) TO CLOSE_YEAR_WORK
                   MOVE CLOSE_RUN_DATE(5:2) TO CLOSE_MM_WORK
                   IF CLOSE_MM_WORK = 1
                       SUBTRACT 1 FROM CLOSE_YEAR_WORK
                       MOVE 12 TO CLOSE_MM_WORK
                   ELSE
                       SUBTRACT 1 FROM CLOSE_MM_WORK
                   END-IF
                   COMPUTE CLOSE_MONTH =
                       CLOSE_YEAR_WORK * 100 + CLOSE_MM_WORK
               END-IF.

           CHECK_PERIOD_STATUS.
               MOVE 0 TO CLOSED_SW.
               OPEN INPUT PERIOD_CONTROL_FILE.
               IF FS_PERIODCT = "00"
                   MOVE 0 TO PC_EOF_SW
                   PERFORM SCAN_ONE_PERIOD_CONTROL UNTIL PC_EOF
                   CLOSE PERIOD_CONTROL_FILE
               END-IF.

           SCAN_ONE_PERIOD_CONTROL.
               READ PERIOD_CONTROL_FILE
                   AT END
                       MOVE 1 TO PC_EOF_SW
                   NOT AT END
                       IF PC_MONTH = CLOSE_MONTH
                           IF PC_STATUS = "C"
                               SET ALREADY_CLOSED TO TRUE
                           ELSE
                               MOVE 0 TO CLOSED_SW
                           END-IF
                       END-IF
               END-READ.

           ROLL_ONE_SUMMARY.
               READ DAILY_SUMMARY_FILE
                   AT END
                       MOVE 1 TO DS_EOF_SW
                   NOT AT END
                       MOVE DS_RUN_DATE(1:6) TO DS_MONTH
                       IF DS_MONTH = CLOSE_MONTH
                           AND DS_REC_COUNT IS NUMERIC
                           AND DS_INT_SUM IS NUMERIC
                           ADD 1 TO DAY_COUNT
                           PERFORM FIND_MONTH_POINT
                           IF MT_HIT > 0
                               ADD 1 TO MT_DAYS(MT_HIT)
                               ADD DS_REC_COUNT TO MT_REC_COUNT(MT_HIT)
                               ADD DS_INT_SUM TO MT_INT_SUM(MT_HIT)
                               IF DS_EST_FLAG = "E"
                                   ADD 1 TO MT_EST_COUNT(MT_HIT)
                               END-IF
                               IF DS_ADJ_FLAG = "A"
                                   ADD 1 TO MT_ADJ_COUNT(MT_HIT)
                               END-IF
                           END-IF
                       END-IF
               END-READ.

           FIND_MONTH_POINT.
               MOVE 0 TO MT_FOUND_SW.
               MOVE 0 TO MT_HIT.
               PERFORM MATCH_ONE_POINT VARYING MT_IDX FROM 1 BY 1
                   UNTIL MT_IDX > MT_USED.
               IF NOT MT_FOUND
                   IF MT_USED < 50
                       ADD 1 TO MT_USED
                       MOVE DS_POINT TO MT_POINT(MT_USED)
                       MOVE 0 TO MT_DAYS(MT_USED)
                       MOVE 0 TO MT_REC_COUNT(MT_USED)
                       MOVE 0 TO MT_INT_SUM(MT_USED)
                       MOVE 0 TO MT_AVERAGE(MT_USED)
                       MOVE 0 TO MT_ADJ_COUNT(MT_USED)
                       MOVE 0 TO MT_EST_COUNT(MT_USED)
                       MOVE MT_USED TO MT_HIT
                   ELSE
                       IF NOT MT_OVERFLOW
                           SET MT_OVERFLOW TO TRUE
                           DISPLAY "** MORE THAN 50 METER POINTS IN "
                               "THE MONTH - EXCESS NOT SUMMARISED **"
                       END-IF
                   END-IF
               END-IF.

           MATCH_ONE_POINT.
               IF NOT MT_FOUND AND MT_POINT(MT_IDX) = DS_POINT
                   SET MT_FOUND TO TRUE
                   MOVE MT_IDX TO MT_HIT
               END-IF.

           CARRY_MONTH_SUMMARY.
               OPEN OUTPUT MONTH_SUMMARY_NEW_FILE.
               OPEN INPUT MONTH_SUMMARY_FILE.
               IF FS_MONTHSUM = "00"
                   MOVE 0 TO MS_EOF_SW
                   PERFORM CARRY_ONE_MONTH UNTIL MS_EOF
                   CLOSE MONTH_SUMMARY_FILE
               END-IF.

           CARRY_ONE_MONTH.
               READ MONTH_SUMMARY_FILE
                   AT END
                       MOVE 1 TO MS_EOF_SW
                   NOT AT END
                       IF MS_MONTH = CLOSE_MONTH
                           AND NOT ALREADY_CLOSED
                           ADD 1 TO HIST_REPLACED
                       ELSE
                           ADD 1 TO HIST_KEPT
                           MOVE MONTH_SUMMARY_RECORD
                               TO MONTH_SUMMARY_NEW_RECORD
                           WRITE MONTH_SUMMARY_NEW_RECORD
                       END-IF
               END-READ.

           WRITE_ONE_MONTH_POINT.
               IF MT_REC_COUNT(MT_IDX) > 0
                   COMPUTE MT_AVERAGE(MT_IDX) ROUNDED =
                       MT_INT_SUM(MT_IDX) / MT_REC_COUNT(MT_IDX)
               ELSE
                   MOVE 0 TO MT_AVERAGE(MT_IDX)
               END-IF.
               MOVE CLOSE_MONTH TO MS_MONTH.
               MOVE MT_POINT(MT_IDX) TO MS_POINT.
               MOVE MT_DAYS(MT_IDX) TO MS_DAYS.
               MOVE MT_REC_COUNT(MT_IDX) TO MS_REC_COUNT.
               MOVE MT_INT_SUM(MT_IDX) TO MS_INT_SUM.
               MOVE MT_AVERAGE(MT_IDX) TO MS_AVERAGE.
               MOVE MT_ADJ_COUNT(MT_IDX) TO MS_ADJ_COUNT.
               MOVE CLOSE_RUN_DATE TO MS_CLOSE_DATE.
               MOVE MT_EST_COUNT(MT_IDX) TO MS_EST_COUNT.
               MOVE MONTH_SUMMARY_RECORD TO MONTH_SUMMARY_NEW_RECORD.
               WRITE MONTH_SUMMARY_NEW_RECORD.
               MOVE MT_DAYS(MT_IDX) TO DAYS_ED.
               MOVE MT_REC_COUNT(MT_IDX) TO RECS_ED.
               MOVE MT_INT_SUM(MT_IDX) TO SUM_ED.
               MOVE MT_AVERAGE(MT_IDX) TO AVG_ED.
               MOVE MT_ADJ_COUNT(MT_IDX) TO ADJ_ED.
               MOVE MT_EST_COUNT(MT_IDX) TO EST_ED.
               MOVE SPACES TO MC_LINE.
               STRING MT_POINT(MT_IDX) "   DAYS=" DAYS_ED
                   "  READINGS=" RECS_ED "  SUM=" SUM_ED
                   "  AVG=" AVG_ED "  ADJ DAYS=" ADJ_ED
                   "  EST=" EST_ED
                   DELIMITED BY SIZE INTO MC_LINE.
               PERFORM PUT_CLOSE_LINE.

           WRITE_PERIOD_CLOSE.
               MOVE 0 TO LOCK_OK_SW.
               OPEN EXTEND PERIOD_CONTROL_FILE.
               IF FS_PERIODCT = "35"
                   OPEN OUTPUT PERIOD_CONTROL_FILE
               END-IF.
               IF FS_PERIODCT NOT = "00"
                   DISPLAY "** PERIOD CONTROL WRITE FAILED, STATUS="
                       FS_PERIODCT " - PERIOD " CLOSE_MONTH
                       " NOT LOCKED **"
               ELSE
                   MOVE CLOSE_MONTH TO PC_MONTH
                   MOVE "C" TO PC_STATUS
                   MOVE "SYS" TO PC_OPER_ID
                   ACCEPT PC_DATE FROM DATE YYYYMMDD
                   ACCEPT PC_TIME FROM TIME
                   WRITE PERIOD_CONTROL_RECORD
                   IF FS_PERIODCT = "00"
                       SET LOCK_OK TO TRUE
                   END-IF
                   CLOSE PERIOD_CONTROL_FILE
               END-IF.
               OPEN EXTEND AUDIT_LOG_FILE.
               IF FS_AUDITLOG = "35"
                   OPEN OUTPUT AUDIT_LOG_FILE
               END-IF.
               IF FS_AUDITLOG = "00"
                   ACCEPT AL_RUN_DATE FROM DATE YYYYMMDD
                   ACCEPT AL_RUN_TIME FROM TIME
                   MOVE "SYS" TO AL_OPER_ID
                   MOVE 0 TO AL_CHOICE
                   MOVE SPACES TO AL_SUMMARY
                   IF LOCK_OK
                       STRING "PERIOD CLOSED " CLOSE_MONTH " POINTS="
                           MT_USED
                           DELIMITED BY SIZE INTO AL_SUMMARY
                   ELSE
                       STRING "PERIOD CLOSE FAILED " CLOSE_MONTH
                           DELIMITED BY SIZE INTO AL_SUMMARY
                   END-IF
                   WRITE AUDIT_LOG_RECORD
                   CLOSE AUDIT_LOG_FILE
               END-IF.

           WRITE_CLOSE_HEADER.
               MOVE SPACES TO MC_LINE.
               STRING "MONTH-END CLOSE FOR PERIOD " CLOSE_MONTH
                   " - RUN DATE: " CLOSE_RUN_DATE
                   DELIMITED BY SIZE INTO MC_LINE.
               PERFORM PUT_CLOSE_LINE.
               MOVE SPACES TO MC_LINE.
               STRING "POINT  DAYS REPORTED, READING COUNT, SUM, "
                   "AVERAGE, ADJUSTED AND ESTIMATED DAYS"
                   DELIMITED BY SIZE INTO MC_LINE.
               PERFORM PUT_CLOSE_LINE.

           WRITE_CLOSE_FOOTER.
               MOVE SPACES TO MC_LINE.
               MOVE DAY_COUNT TO CNT_ED.
               STRING "DAILY SUMMARY RECORDS ROLLED: " CNT_ED
                   DELIMITED BY SIZE INTO MC_LINE.
               PERFORM PUT_CLOSE_LINE.
               MOVE SPACES TO MC_LINE.
               MOVE HIST_REPLACED TO CNT_ED.
               STRING "EARLIER CLOSE RECORDS REPLACED: " CNT_ED
                   DELIMITED BY SIZE INTO MC_LINE.
               PERFORM PUT_CLOSE_LINE.
               IF MT_USED = 0
                   MOVE SPACES TO MC_LINE
                   STRING "** NO DAILY SUMMARY RECORDS FOR "
                       CLOSE_MONTH " - PERIOD CLOSED EMPTY **"
                       DELIMITED BY SIZE INTO MC_LINE
                   PERFORM PUT_CLOSE_LINE
               END-IF.
               MOVE SPACES TO MC_LINE.
               IF LOCK_OK
                   STRING "PERIOD " CLOSE_MONTH " CLOSED - POSTING "
                       "REFUSED UNTIL A LEVEL 2 OPERATOR REOPENS IT"
                       DELIMITED BY SIZE INTO MC_LINE
               ELSE
                   STRING "** PERIOD " CLOSE_MONTH " NOT LOCKED - "
                       "PERIODCT WRITE FAILED **"
                       DELIMITED BY SIZE INTO MC_LINE
               END-IF.
               PERFORM PUT_CLOSE_LINE.

           PUT_CLOSE_LINE.
               MOVE MC_LINE TO CLOSE_REPORT_RECORD.
               WRITE CLOSE_REPORT_RECORD.
