       IDENTIFICATION DIVISION.
       PROGRAM-ID. tumpalan_billing.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BILL_PARAM_FILE ASSIGN TO "BILLPRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_BILLPRM.
               SELECT METER_POINT_FILE ASSIGN TO "METERPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_METERPT.
               SELECT RATE_MASTER_FILE ASSIGN TO "RATEMAST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_RATEMAST.
               SELECT DAILY_SUMMARY_FILE ASSIGN TO "DAILYSUM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_DAILYSUM.
               SELECT BILL_HIST_FILE ASSIGN TO "BILLHIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_BILLHIST.
               SELECT BILL_HIST_NEW_FILE ASSIGN TO "BILLHNEW"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_BILLHNEW.
               SELECT BILL_IF_FILE ASSIGN TO "BILLIF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_BILLIF.
               SELECT BILL_REPORT_FILE ASSIGN TO "BILLRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_BILLRPT.

       DATA DIVISION.
           FILE SECTION.
           FD  BILL_PARAM_FILE.
           01  BILL_PARAM_RECORD.
               02 BP_BILL_MONTH PIC 9(6).

           FD  METER_POINT_FILE.
           01  METER_POINT_RECORD.
               02 MP_CODE PIC X(4).
               02 MP_DESC PIC X(20).
               02 MP_STATUS PIC X(1).
               02 MP_UNIT_CODE PIC X(2).

           FD  RATE_MASTER_FILE.
           01  RATE_MASTER_RECORD.
               02 RA_POINT PIC X(4).
               02 RA_RATE PIC 9(3)V9999.
               02 RA_RATE_X REDEFINES RA_RATE PIC X(7).
               02 RA_STATUS PIC X(1).
               02 RA_EFF_FROM PIC 9(8).
               02 RA_EFF_FROM_X REDEFINES RA_EFF_FROM PIC X(8).
               02 RA_EFF_TO PIC 9(8).
               02 RA_EFF_TO_X REDEFINES RA_EFF_TO PIC X(8).

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

           FD  BILL_HIST_FILE.
           01  BILL_HIST_RECORD.
               02 BH_BILL_MONTH PIC 9(6).
               02 BH_USAGE_DATE PIC 9(8).
               02 BH_POINT PIC X(4).
               02 BH_LINE_TYPE PIC X(1).
               02 BH_VOLUME PIC S9(5) SIGN IS LEADING SEPARATE.

           FD  BILL_HIST_NEW_FILE.
           01  BILL_HIST_NEW_RECORD PIC X(25).

           FD  BILL_IF_FILE.
           01  BILL_IF_RECORD.
               02 BI_REC_TYPE PIC X(1).
               02 BI_BILL_MONTH PIC 9(6).
               02 BI_REC_BODY PIC X(73).
               02 BI_HDR_FIELDS REDEFINES BI_REC_BODY.
                   03 BI_HDR_RUN_DATE PIC 9(8).
                   03 BI_HDR_RUN_TIME PIC 9(8).
                   03 BI_HDR_SOURCE PIC X(8).
                   03 FILLER PIC X(49).
               02 BI_DTL_FIELDS REDEFINES BI_REC_BODY.
                   03 BI_DTL_POINT PIC X(4).
                   03 BI_DTL_USAGE_DATE PIC 9(8).
                   03 BI_DTL_LINE_TYPE PIC X(1).
                   03 BI_DTL_DAYS PIC 9(2).
                   03 BI_DTL_VOLUME PIC S9(7)
                       SIGN IS LEADING SEPARATE.
                   03 BI_DTL_RATE PIC 9(3)V9999.
                   03 BI_DTL_CHARGE PIC S9(9)V99
                       SIGN IS LEADING SEPARATE.
                   03 BI_DTL_EST_DAYS PIC 9(2).
                   03 FILLER PIC X(29).
               02 BI_TRL_FIELDS REDEFINES BI_REC_BODY.
                   03 BI_TRL_REC_COUNT PIC 9(7).
                   03 BI_TRL_DTL_COUNT PIC 9(7).
                   03 BI_TRL_ADJ_COUNT PIC 9(7).
                   03 BI_TRL_VOLUME_HASH PIC S9(11)
                       SIGN IS LEADING SEPARATE.
                   03 BI_TRL_CHARGE_HASH PIC S9(11)V99
                       SIGN IS LEADING SEPARATE.
                   03 FILLER PIC X(26).

           FD  BILL_REPORT_FILE.
           01  BILL_REPORT_RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           77 FS_BILLPRM PIC XX.
           77 FS_METERPT PIC XX.
           77 FS_RATEMAST PIC XX.
           77 FS_DAILYSUM PIC XX.
           77 FS_BILLHIST PIC XX.
           77 FS_BILLHNEW PIC XX.
           77 FS_BILLIF PIC XX.
           77 FS_BILLRPT PIC XX.
           77 BILL_RUN_DATE PIC 9(8).
           77 BILL_RUN_TIME PIC 9(8).
           77 BILL_MONTH PIC 9(6).
           77 BILL_YEAR_WORK PIC 9(4).
           77 BILL_MM_WORK PIC 9(2).
           77 DS_MONTH PIC 9(6).
           77 DS_EOF_SW PIC 9 VALUE 0.
               88 DS_EOF VALUE 1.
           77 BH_EOF_SW PIC 9 VALUE 0.
               88 BH_EOF VALUE 1.
           77 INPUT_OK_SW PIC 9 VALUE 1.
               88 INPUT_OK VALUE 1.
           01 PT_TABLE.
               02 PT_ENTRY OCCURS 20 TIMES.
                   03 PT_CODE PIC X(4).
                   03 PT_DESC PIC X(20).
                   03 PT_STATUS PIC X(1).
                   03 PT_DAYS PIC 9(2).
                   03 PT_VOLUME PIC 9(7).
                   03 PT_CHARGE PIC 9(9)V99.
                   03 PT_RATE PIC 9(3)V9999.
                   03 PT_RATE_CHG_SW PIC 9.
                   03 PT_UNRATED PIC 9(2).
                   03 PT_EST_DAYS PIC 9(2).
           77 PT_USED PIC 9(2) VALUE 0.
           77 PT_IDX PIC 9(2).
           77 PT_HIT PIC 9(2) VALUE 0.
           77 PT_FOUND_SW PIC 9 VALUE 0.
               88 PT_FOUND VALUE 1.
           77 PT_LOOKUP_CODE PIC X(4).
           01 RT_TABLE.
               02 RT_ENTRY OCCURS 100 TIMES.
                   03 RT_POINT PIC X(4).
                   03 RT_RATE PIC 9(3)V9999.
                   03 RT_STATUS PIC X(1).
                   03 RT_EFF_FROM PIC 9(8).
                   03 RT_EFF_TO PIC 9(8).
           77 RT_USED PIC 9(3) VALUE 0.
           77 RT_IDX PIC 9(3).
           77 RT_HIT PIC 9(3) VALUE 0.
           77 RT_FOUND_SW PIC 9 VALUE 0.
               88 RT_FOUND VALUE 1.
           77 RT_LOOKUP_POINT PIC X(4).
           77 RT_LOOKUP_DATE PIC 9(8).
           01 AJ_TABLE.
               02 AJ_ENTRY OCCURS 200 TIMES.
                   03 AJ_DATE PIC 9(8).
                   03 AJ_POINT PIC X(4).
                   03 AJ_VOLUME PIC 9(5).
                   03 AJ_BILLED PIC S9(7).
                   03 AJ_SEEN_SW PIC 9.
           77 AJ_USED PIC 9(3) VALUE 0.
           77 AJ_IDX PIC 9(3).
           77 AJ_HIT PIC 9(3) VALUE 0.
           77 AJ_FOUND_SW PIC 9 VALUE 0.
               88 AJ_FOUND VALUE 1.
           77 AJ_DONE_COUNT PIC 9(7) VALUE 0.
           77 AJ_CAND_COUNT PIC 9(7) VALUE 0.
           77 AJ_MORE_SW PIC 9 VALUE 0.
               88 AJ_MORE VALUE 1.
           77 AJ_LAST_SW PIC 9 VALUE 0.
               88 AJ_LAST VALUE 1.
           77 AJ_DELTA PIC S9(7).
           77 DAY_CHARGE PIC S9(9)V99.
           77 DETAIL_COUNT PIC 9(7) VALUE 0.
           77 ADJ_LINE_COUNT PIC 9(7) VALUE 0.
           77 IF_REC_COUNT PIC 9(7) VALUE 0.
           77 VOLUME_HASH PIC S9(11) VALUE 0.
           77 CHARGE_HASH PIC S9(11)V99 VALUE 0.
           77 CURRENT_CHARGE_TOTAL PIC S9(11)V99 VALUE 0.
           77 ADJ_CHARGE_TOTAL PIC S9(11)V99 VALUE 0.
           77 EXCEPTION_COUNT PIC 9(5) VALUE 0.
           77 EST_DAY_COUNT PIC 9(5) VALUE 0.
           77 HIST_KEPT PIC 9(7) VALUE 0.
           77 HIST_REPLACED PIC 9(7) VALUE 0.
           77 BR_LINE PIC X(80).
           77 DAYS_ED PIC Z9.
           77 VOL_ED PIC -(7)9.
           77 RATE_ED PIC ZZ9.9999.
           77 CHG_ED PIC -(3),-(3),--9.99.
           77 CNT_ED PIC ZZZZZZ9.
           77 RATE_NOTE PIC X(2).
       PROCEDURE DIVISION.
           ACCEPT BILL_RUN_DATE FROM DATE YYYYMMDD.
           ACCEPT BILL_RUN_TIME FROM TIME.
           PERFORM LOAD_BILL_PARAM.
           OPEN OUTPUT BILL_REPORT_FILE.
           PERFORM WRITE_BILL_HEADER.
           PERFORM LOAD_POINT_TABLE.
           PERFORM LOAD_RATE_TABLE.
           OPEN INPUT DAILY_SUMMARY_FILE.
           IF FS_DAILYSUM NOT = "00"
               DISPLAY "** DAILY SUMMARY DAILYSUM NOT FOUND, STATUS="
                   FS_DAILYSUM " **"
               MOVE 0 TO INPUT_OK_SW
           ELSE
               CLOSE DAILY_SUMMARY_FILE
           END-IF.
           IF NOT INPUT_OK
               MOVE SPACES TO BR_LINE
               STRING "METERPT, RATEMAST OR DAILYSUM MISSING - "
                   "NOTHING BILLED"
                   DELIMITED BY SIZE INTO BR_LINE
               PERFORM PUT_BILL_LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CARRY_BILL_HISTORY
               OPEN OUTPUT BILL_IF_FILE
               PERFORM WRITE_IF_HEADER
               PERFORM PRICE_CURRENT_MONTH
               PERFORM WRITE_POINT_DETAIL VARYING PT_IDX FROM 1 BY 1
                   UNTIL PT_IDX > PT_USED
               PERFORM BILL_ADJUSTED_DAYS
               PERFORM WRITE_IF_TRAILER
               CLOSE BILL_IF_FILE
               CLOSE BILL_HIST_NEW_FILE
               PERFORM WRITE_BILL_FOOTER
               IF EXCEPTION_COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE BILL_REPORT_FILE.
           DISPLAY "BILLING EXTRACT COMPLETE FOR " BILL_MONTH ", "
               DETAIL_COUNT " POINT DETAIL(S), " ADJ_LINE_COUNT
               " ADJUSTMENT LINE(S), " EXCEPTION_COUNT
               " EXCEPTION(S)".
           STOP RUN.

           LOAD_BILL_PARAM.
               MOVE 0 TO BILL_MONTH.
               OPEN INPUT BILL_PARAM_FILE.
               IF FS_BILLPRM = "00"
                   READ BILL_PARAM_FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BP_BILL_MONTH IS NUMERIC
                               AND BP_BILL_MONTH(5:2) >= "01"
                               AND BP_BILL_MONTH(5:2) <= "12"
                               MOVE BP_BILL_MONTH TO BILL_MONTH
                           END-IF
                   END-READ
                   CLOSE BILL_PARAM_FILE
               END-IF.
               IF BILL_MONTH = 0
                   MOVE BILL_RUN_DATE(1:4) TO BILL_YEAR_WORK
                   MOVE BILL_RUN_DATE(5:2) TO BILL_MM_WORK
                   IF BILL_MM_WORK = 1
                       SUBTRACT 1 FROM BILL_YEAR_WORK
                       MOVE 12 TO BILL_MM_WORK
                   ELSE
                       SUBTRACT 1 FROM BILL_MM_WORK
                   END-IF
                   COMPUTE BILL_MONTH =
                       BILL_YEAR_WORK * 100 + BILL_MM_WORK
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
                       ADD 1 TO PT_USED
                       MOVE MP_CODE TO PT_CODE(PT_USED)
                       MOVE MP_DESC TO PT_DESC(PT_USED)
                       IF MP_STATUS = "I"
                           MOVE "I" TO PT_STATUS(PT_USED)
                       ELSE
                           MOVE "A" TO PT_STATUS(PT_USED)
                       END-IF
                       MOVE 0 TO PT_DAYS(PT_USED)
                       MOVE 0 TO PT_VOLUME(PT_USED)
                       MOVE 0 TO PT_CHARGE(PT_USED)
                       MOVE 0 TO PT_RATE(PT_USED)
                       MOVE 0 TO PT_RATE_CHG_SW(PT_USED)
                       MOVE 0 TO PT_UNRATED(PT_USED)
                       MOVE 0 TO PT_EST_DAYS(PT_USED)
               END-READ.

           FIND_ACTIVE_POINT.
               MOVE 0 TO PT_FOUND_SW.
               MOVE 0 TO PT_HIT.
               PERFORM MATCH_ONE_POINT VARYING PT_IDX FROM 1 BY 1
                   UNTIL PT_IDX > PT_USED.

           MATCH_ONE_POINT.
               IF PT_CODE(PT_IDX) = PT_LOOKUP_CODE
                   AND PT_STATUS(PT_IDX) NOT = "I"
                   AND NOT PT_FOUND
                   SET PT_FOUND TO TRUE
                   MOVE PT_IDX TO PT_HIT
               END-IF.

           LOAD_RATE_TABLE.
               OPEN INPUT RATE_MASTER_FILE.
               IF FS_RATEMAST NOT = "00"
                   DISPLAY "** RATE MASTER RATEMAST NOT FOUND, "
                       "STATUS=" FS_RATEMAST " **"
                   MOVE 0 TO INPUT_OK_SW
               ELSE
                   PERFORM READ_RATE_RECORD UNTIL FS_RATEMAST NOT = "00"
                       OR RT_USED = 100
                   IF RT_USED = 100 AND FS_RATEMAST = "00"
                       DISPLAY "** RATE MASTER FILE HAS MORE THAN 100 "
                           "ENTRIES - EXTRA ROWS IGNORED **"
                   END-IF
                   CLOSE RATE_MASTER_FILE
               END-IF.

           READ_RATE_RECORD.
               READ RATE_MASTER_FILE
                   AT END
                       MOVE "10" TO FS_RATEMAST
                   NOT AT END
                       IF RA_RATE_X IS NUMERIC
                           ADD 1 TO RT_USED
                           MOVE RA_POINT TO RT_POINT(RT_USED)
                           MOVE RA_RATE TO RT_RATE(RT_USED)
                           IF RA_STATUS = "I"
                               MOVE "I" TO RT_STATUS(RT_USED)
                           ELSE
                               MOVE "A" TO RT_STATUS(RT_USED)
                           END-IF
                           IF RA_EFF_FROM_X IS NUMERIC
                               MOVE RA_EFF_FROM TO RT_EFF_FROM(RT_USED)
                           ELSE
                               MOVE 00010101 TO RT_EFF_FROM(RT_USED)
                           END-IF
                           IF RA_EFF_TO_X IS NUMERIC
                               MOVE RA_EFF_TO TO RT_EFF_TO(RT_USED)
                           ELSE
                               MOVE 99991231 TO RT_EFF_TO(RT_USED)
                           END-IF
                       ELSE
                           DISPLAY "** RATE MASTER ROW FOR " RA_POINT
                               " HAS A NON-NUMERIC RATE - IGNORED **"
                       END-IF
               END-READ.

           FIND_RATE_FOR_DATE.
               MOVE 0 TO RT_FOUND_SW.
               MOVE 0 TO RT_HIT.
               PERFORM CHECK_ONE_RATE_ROW VARYING RT_IDX FROM 1 BY 1
                   UNTIL RT_IDX > RT_USED.

           CHECK_ONE_RATE_ROW.
               IF RT_POINT(RT_IDX) = RT_LOOKUP_POINT
                   AND RT_STATUS(RT_IDX) NOT = "I"
                   AND RT_EFF_FROM(RT_IDX) <= RT_LOOKUP_DATE
                   AND RT_EFF_TO(RT_IDX) >= RT_LOOKUP_DATE
                   AND NOT RT_FOUND
                   SET RT_FOUND TO TRUE
                   MOVE RT_IDX TO RT_HIT
               END-IF.

           CARRY_BILL_HISTORY.
               OPEN OUTPUT BILL_HIST_NEW_FILE.
               OPEN INPUT BILL_HIST_FILE.
               IF FS_BILLHIST = "00"
                   MOVE 0 TO BH_EOF_SW
                   PERFORM CARRY_ONE_HISTORY UNTIL BH_EOF
                   CLOSE BILL_HIST_FILE
               END-IF.

           CARRY_ONE_HISTORY.
               READ BILL_HIST_FILE
                   AT END
                       MOVE 1 TO BH_EOF_SW
                   NOT AT END
                       IF BH_BILL_MONTH = BILL_MONTH
                           ADD 1 TO HIST_REPLACED
                       ELSE
                           ADD 1 TO HIST_KEPT
                           MOVE BILL_HIST_RECORD
                               TO BILL_HIST_NEW_RECORD
                           WRITE BILL_HIST_NEW_RECORD
                       END-IF
               END-READ.

           BILL_ADJUSTED_DAYS.
               MOVE 0 TO AJ_DONE_COUNT.
               MOVE 0 TO AJ_LAST_SW.
               PERFORM BILL_ADJUSTED_CHUNK UNTIL AJ_LAST.

           BILL_ADJUSTED_CHUNK.
               MOVE 0 TO AJ_USED.
               MOVE 0 TO AJ_CAND_COUNT.
               MOVE 0 TO AJ_MORE_SW.
               OPEN INPUT DAILY_SUMMARY_FILE.
               MOVE 0 TO DS_EOF_SW.
               PERFORM COLLECT_ONE_ADJUSTED UNTIL DS_EOF.
               CLOSE DAILY_SUMMARY_FILE.
               ADD AJ_USED TO AJ_DONE_COUNT.
               IF NOT AJ_MORE
                   SET AJ_LAST TO TRUE
               END-IF.
               IF AJ_USED > 0
                   OPEN INPUT BILL_HIST_FILE
                   IF FS_BILLHIST = "00"
                       MOVE 0 TO BH_EOF_SW
                       PERFORM TOTAL_ONE_HISTORY UNTIL BH_EOF
                       CLOSE BILL_HIST_FILE
                   END-IF
                   PERFORM PRICE_ONE_ADJUSTMENT
                       VARYING AJ_IDX FROM 1 BY 1
                       UNTIL AJ_IDX > AJ_USED
               END-IF.

           COLLECT_ONE_ADJUSTED.
               READ DAILY_SUMMARY_FILE
                   AT END
                       MOVE 1 TO DS_EOF_SW
                   NOT AT END
                       MOVE DS_RUN_DATE(1:6) TO DS_MONTH
                       IF DS_ADJ_FLAG = "A" AND DS_MONTH < BILL_MONTH
                           ADD 1 TO AJ_CAND_COUNT
                           IF AJ_CAND_COUNT > AJ_DONE_COUNT
                               PERFORM ADD_ADJUSTED_DAY
                           END-IF
                       END-IF
               END-READ.

           ADD_ADJUSTED_DAY.
               IF AJ_USED < 200
                   ADD 1 TO AJ_USED
                   MOVE DS_RUN_DATE TO AJ_DATE(AJ_USED)
                   MOVE DS_POINT TO AJ_POINT(AJ_USED)
                   MOVE DS_INT_SUM TO AJ_VOLUME(AJ_USED)
                   MOVE 0 TO AJ_BILLED(AJ_USED)
                   MOVE 0 TO AJ_SEEN_SW(AJ_USED)
               ELSE
                   SET AJ_MORE TO TRUE
                   MOVE 1 TO DS_EOF_SW
               END-IF.

           TOTAL_ONE_HISTORY.
               READ BILL_HIST_FILE
                   AT END
                       MOVE 1 TO BH_EOF_SW
                   NOT AT END
                       IF BH_BILL_MONTH NOT = BILL_MONTH
                           PERFORM APPLY_BILLED_VOLUME
                       END-IF
               END-READ.

           APPLY_BILLED_VOLUME.
               MOVE 0 TO AJ_FOUND_SW.
               MOVE 0 TO AJ_HIT.
               PERFORM MATCH_ONE_ADJUSTED VARYING AJ_IDX FROM 1 BY 1
                   UNTIL AJ_IDX > AJ_USED.
               IF AJ_FOUND
                   IF BH_LINE_TYPE NOT = "X"
                       MOVE 1 TO AJ_SEEN_SW(AJ_HIT)
                   END-IF
                   ADD BH_VOLUME TO AJ_BILLED(AJ_HIT)
               END-IF.

           MATCH_ONE_ADJUSTED.
               IF NOT AJ_FOUND
                   AND AJ_DATE(AJ_IDX) = BH_USAGE_DATE
                   AND AJ_POINT(AJ_IDX) = BH_POINT
                   SET AJ_FOUND TO TRUE
                   MOVE AJ_IDX TO AJ_HIT
               END-IF.

           PRICE_CURRENT_MONTH.
               OPEN INPUT DAILY_SUMMARY_FILE.
               MOVE 0 TO DS_EOF_SW.
               PERFORM PRICE_ONE_DAY UNTIL DS_EOF.
               CLOSE DAILY_SUMMARY_FILE.

           PRICE_ONE_DAY.
               READ DAILY_SUMMARY_FILE
                   AT END
                       MOVE 1 TO DS_EOF_SW
                   NOT AT END
                       MOVE DS_RUN_DATE(1:6) TO DS_MONTH
                       IF DS_MONTH = BILL_MONTH
                           PERFORM PRICE_CURRENT_DAY
                       END-IF
               END-READ.

           PRICE_CURRENT_DAY.
               MOVE DS_POINT TO PT_LOOKUP_CODE.
               PERFORM FIND_ACTIVE_POINT.
               IF NOT PT_FOUND
                   MOVE SPACES TO BR_LINE
                   STRING DS_POINT " " DS_RUN_DATE
                       "  NOT AN ACTIVE METER POINT - DAY NOT BILLED"
                       DELIMITED BY SIZE INTO BR_LINE
                   PERFORM PUT_EXCEPTION_LINE
               ELSE
                   MOVE DS_POINT TO RT_LOOKUP_POINT
                   MOVE DS_RUN_DATE TO RT_LOOKUP_DATE
                   PERFORM FIND_RATE_FOR_DATE
                   IF NOT RT_FOUND
                       ADD 1 TO PT_UNRATED(PT_HIT)
                       MOVE SPACES TO BR_LINE
                       STRING DS_POINT " " DS_RUN_DATE
                           "  NO RATE EFFECTIVE ON RATEMAST - DAY NOT "
                           "BILLED"
                           DELIMITED BY SIZE INTO BR_LINE
                       PERFORM PUT_EXCEPTION_LINE
                   ELSE
                       COMPUTE DAY_CHARGE ROUNDED =
                           DS_INT_SUM * RT_RATE(RT_HIT)
                       ADD 1 TO PT_DAYS(PT_HIT)
                       ADD DS_INT_SUM TO PT_VOLUME(PT_HIT)
                       ADD DAY_CHARGE TO PT_CHARGE(PT_HIT)
                       IF DS_EST_FLAG = "E"
                           ADD 1 TO PT_EST_DAYS(PT_HIT)
                           ADD 1 TO EST_DAY_COUNT
                       END-IF
                       IF PT_DAYS(PT_HIT) > 1
                           AND PT_RATE(PT_HIT) NOT = RT_RATE(RT_HIT)
                           MOVE 1 TO PT_RATE_CHG_SW(PT_HIT)
                       END-IF
                       MOVE RT_RATE(RT_HIT) TO PT_RATE(PT_HIT)
                       MOVE BILL_MONTH TO BH_BILL_MONTH
                       MOVE DS_RUN_DATE TO BH_USAGE_DATE
                       MOVE DS_POINT TO BH_POINT
                       MOVE "C" TO BH_LINE_TYPE
                       MOVE DS_INT_SUM TO BH_VOLUME
                       PERFORM PUT_HISTORY_RECORD
                   END-IF
               END-IF.

           WRITE_POINT_DETAIL.
               IF PT_STATUS(PT_IDX) NOT = "I"
                   MOVE SPACES TO BILL_IF_RECORD
                   MOVE "D" TO BI_REC_TYPE
                   MOVE BILL_MONTH TO BI_BILL_MONTH
                   MOVE PT_CODE(PT_IDX) TO BI_DTL_POINT
                   MOVE 0 TO BI_DTL_USAGE_DATE
                   MOVE "C" TO BI_DTL_LINE_TYPE
                   MOVE PT_DAYS(PT_IDX) TO BI_DTL_DAYS
                   MOVE PT_VOLUME(PT_IDX) TO BI_DTL_VOLUME
                   MOVE PT_RATE(PT_IDX) TO BI_DTL_RATE
                   MOVE PT_CHARGE(PT_IDX) TO BI_DTL_CHARGE
                   MOVE PT_EST_DAYS(PT_IDX) TO BI_DTL_EST_DAYS
                   PERFORM PUT_IF_RECORD
                   ADD 1 TO DETAIL_COUNT
                   ADD PT_CHARGE(PT_IDX) TO CURRENT_CHARGE_TOTAL
                   IF PT_RATE_CHG_SW(PT_IDX) = 1
                       MOVE " *" TO RATE_NOTE
                   ELSE
                       MOVE SPACES TO RATE_NOTE
                   END-IF
                   MOVE PT_DAYS(PT_IDX) TO DAYS_ED
                   MOVE PT_VOLUME(PT_IDX) TO VOL_ED
                   MOVE PT_RATE(PT_IDX) TO RATE_ED
                   MOVE PT_CHARGE(PT_IDX) TO CHG_ED
                   MOVE SPACES TO BR_LINE
                   STRING PT_CODE(PT_IDX) " CURRENT             "
                       "DAYS=" DAYS_ED " VOL=" VOL_ED " RATE=" RATE_ED
                       " CHG=" CHG_ED RATE_NOTE
                       DELIMITED BY SIZE INTO BR_LINE
                   PERFORM PUT_BILL_LINE
                   IF PT_EST_DAYS(PT_IDX) > 0
                       MOVE PT_EST_DAYS(PT_IDX) TO DAYS_ED
                       MOVE SPACES TO BR_LINE
                       STRING PT_CODE(PT_IDX) " CURRENT             "
                           "INCLUDES " DAYS_ED " DAY(S) BILLED ON "
                           "ESTIMATED READINGS"
                           DELIMITED BY SIZE INTO BR_LINE
                       PERFORM PUT_BILL_LINE
                   END-IF
               END-IF.

           PRICE_ONE_ADJUSTMENT.
               COMPUTE AJ_DELTA = AJ_VOLUME(AJ_IDX)
                   - AJ_BILLED(AJ_IDX).
               IF AJ_DELTA NOT = 0
                   IF AJ_SEEN_SW(AJ_IDX) = 0
                       MOVE SPACES TO BR_LINE
                       STRING AJ_POINT(AJ_IDX) " " AJ_DATE(AJ_IDX)
                           "  ADJUSTED BUT NEVER BILLED - NOT BILLED"
                           DELIMITED BY SIZE INTO BR_LINE
                       PERFORM PUT_EXCEPTION_LINE
                       PERFORM PUT_UNBILLED_HISTORY
                   ELSE
                       PERFORM BILL_ADJUSTMENT_DELTA
                   END-IF
               END-IF.

           PUT_UNBILLED_HISTORY.
               MOVE BILL_MONTH TO BH_BILL_MONTH.
               MOVE AJ_DATE(AJ_IDX) TO BH_USAGE_DATE.
               MOVE AJ_POINT(AJ_IDX) TO BH_POINT.
               MOVE "X" TO BH_LINE_TYPE.
               MOVE AJ_DELTA TO BH_VOLUME.
               PERFORM PUT_HISTORY_RECORD.

           BILL_ADJUSTMENT_DELTA.
               MOVE AJ_POINT(AJ_IDX) TO PT_LOOKUP_CODE.
               PERFORM FIND_ACTIVE_POINT.
               MOVE AJ_POINT(AJ_IDX) TO RT_LOOKUP_POINT.
               MOVE AJ_DATE(AJ_IDX) TO RT_LOOKUP_DATE.
               PERFORM FIND_RATE_FOR_DATE.
               IF NOT PT_FOUND
                   MOVE SPACES TO BR_LINE
                   STRING AJ_POINT(AJ_IDX) " " AJ_DATE(AJ_IDX)
                       "  ADJUSTMENT FOR INACTIVE POINT - NOT BILLED"
                       DELIMITED BY SIZE INTO BR_LINE
                   PERFORM PUT_EXCEPTION_LINE
                   PERFORM PUT_UNBILLED_HISTORY
               ELSE
                   IF NOT RT_FOUND
                       MOVE SPACES TO BR_LINE
                       STRING AJ_POINT(AJ_IDX) " " AJ_DATE(AJ_IDX)
                           "  ADJUSTMENT HAS NO RATE EFFECTIVE - NOT "
                           "BILLED"
                           DELIMITED BY SIZE INTO BR_LINE
                       PERFORM PUT_EXCEPTION_LINE
                   ELSE
                       PERFORM WRITE_ADJUSTMENT_LINE
                   END-IF
               END-IF.

           WRITE_ADJUSTMENT_LINE.
               COMPUTE DAY_CHARGE ROUNDED =
                   AJ_DELTA * RT_RATE(RT_HIT).
               MOVE SPACES TO BILL_IF_RECORD.
               MOVE "A" TO BI_REC_TYPE.
               MOVE BILL_MONTH TO BI_BILL_MONTH.
               MOVE AJ_POINT(AJ_IDX) TO BI_DTL_POINT.
               MOVE AJ_DATE(AJ_IDX) TO BI_DTL_USAGE_DATE.
               MOVE "A" TO BI_DTL_LINE_TYPE.
               MOVE 1 TO BI_DTL_DAYS.
               MOVE AJ_DELTA TO BI_DTL_VOLUME.
               MOVE RT_RATE(RT_HIT) TO BI_DTL_RATE.
               MOVE DAY_CHARGE TO BI_DTL_CHARGE.
               PERFORM PUT_IF_RECORD.
               ADD 1 TO ADJ_LINE_COUNT.
               ADD DAY_CHARGE TO ADJ_CHARGE_TOTAL.
               MOVE BILL_MONTH TO BH_BILL_MONTH.
               MOVE AJ_DATE(AJ_IDX) TO BH_USAGE_DATE.
               MOVE AJ_POINT(AJ_IDX) TO BH_POINT.
               MOVE "A" TO BH_LINE_TYPE.
               MOVE AJ_DELTA TO BH_VOLUME.
               PERFORM PUT_HISTORY_RECORD.
               MOVE AJ_DELTA TO VOL_ED.
               MOVE RT_RATE(RT_HIT) TO RATE_ED.
               MOVE DAY_CHARGE TO CHG_ED.
               MOVE SPACES TO BR_LINE.
               MOVE 1 TO DAYS_ED.
               STRING AJ_POINT(AJ_IDX) " ADJUSTMENT " AJ_DATE(AJ_IDX)
                   " DAYS=" DAYS_ED " VOL=" VOL_ED " RATE=" RATE_ED
                   " CHG=" CHG_ED
                   DELIMITED BY SIZE INTO BR_LINE.
               PERFORM PUT_BILL_LINE.

           PUT_HISTORY_RECORD.
               MOVE BILL_HIST_RECORD TO BILL_HIST_NEW_RECORD.
               WRITE BILL_HIST_NEW_RECORD.

           WRITE_IF_HEADER.
               MOVE SPACES TO BILL_IF_RECORD.
               MOVE "H" TO BI_REC_TYPE.
               MOVE BILL_MONTH TO BI_BILL_MONTH.
               MOVE BILL_RUN_DATE TO BI_HDR_RUN_DATE.
               MOVE BILL_RUN_TIME TO BI_HDR_RUN_TIME.
               MOVE "TUMPBILL" TO BI_HDR_SOURCE.
               WRITE BILL_IF_RECORD.

           PUT_IF_RECORD.
               WRITE BILL_IF_RECORD.
               ADD 1 TO IF_REC_COUNT.
               ADD BI_DTL_VOLUME TO VOLUME_HASH.
               ADD BI_DTL_CHARGE TO CHARGE_HASH.

           WRITE_IF_TRAILER.
               MOVE SPACES TO BILL_IF_RECORD.
               MOVE "T" TO BI_REC_TYPE.
               MOVE BILL_MONTH TO BI_BILL_MONTH.
               MOVE IF_REC_COUNT TO BI_TRL_REC_COUNT.
               MOVE DETAIL_COUNT TO BI_TRL_DTL_COUNT.
               MOVE ADJ_LINE_COUNT TO BI_TRL_ADJ_COUNT.
               MOVE VOLUME_HASH TO BI_TRL_VOLUME_HASH.
               MOVE CHARGE_HASH TO BI_TRL_CHARGE_HASH.
               WRITE BILL_IF_RECORD.

           WRITE_BILL_HEADER.
               MOVE SPACES TO BR_LINE.
               STRING "BILLING REGISTER FOR MONTH " BILL_MONTH
                   " - RUN DATE: " BILL_RUN_DATE
                   DELIMITED BY SIZE INTO BR_LINE.
               PERFORM PUT_BILL_LINE.
               MOVE SPACES TO BR_LINE.
               STRING "POINT LINE TYPE / USAGE DATE   DAYS, VOLUME, "
                   "RATE AND CHARGE"
                   DELIMITED BY SIZE INTO BR_LINE.
               PERFORM PUT_BILL_LINE.

           WRITE_BILL_FOOTER.
               MOVE SPACES TO BR_LINE.
               MOVE DETAIL_COUNT TO CNT_ED.
               MOVE CURRENT_CHARGE_TOTAL TO CHG_ED.
               STRING "POINT DETAILS:     " CNT_ED
                   "   CURRENT CHARGES:    " CHG_ED
                   DELIMITED BY SIZE INTO BR_LINE.
               PERFORM PUT_BILL_LINE.
               MOVE SPACES TO BR_LINE.
               MOVE ADJ_LINE_COUNT TO CNT_ED.
               MOVE ADJ_CHARGE_TOTAL TO CHG_ED.
               STRING "ADJUSTMENT LINES:  " CNT_ED
                   "   ADJUSTMENT CHARGES: " CHG_ED
                   DELIMITED BY SIZE INTO BR_LINE.
               PERFORM PUT_BILL_LINE.
               MOVE SPACES TO BR_LINE.
               MOVE IF_REC_COUNT TO CNT_ED.
               MOVE CHARGE_HASH TO CHG_ED.
               STRING "INTERFACE RECORDS: " CNT_ED
                   "   CHARGE HASH TOTAL:  " CHG_ED
                   DELIMITED BY SIZE INTO BR_LINE.
               PERFORM PUT_BILL_LINE.
               MOVE SPACES TO BR_LINE.
               MOVE EXCEPTION_COUNT TO CNT_ED.
               STRING "EXCEPTIONS:        " CNT_ED
                   "   HISTORY REPLACED ON RERUN: " HIST_REPLACED
                   DELIMITED BY SIZE INTO BR_LINE.
               PERFORM PUT_BILL_LINE.
               MOVE SPACES TO BR_LINE.
               MOVE EST_DAY_COUNT TO CNT_ED.
               STRING "ESTIMATED DAYS:    " CNT_ED
                   "   (BILLED ON ESTIMATES, TRUED UP AS ADJUSTMENTS)"
                   DELIMITED BY SIZE INTO BR_LINE.
               PERFORM PUT_BILL_LINE.
               MOVE SPACES TO BR_LINE.
               STRING "* RATE CHANGED DURING THE MONTH - DETAIL SHOWS "
                   "THE LAST RATE APPLIED"
                   DELIMITED BY SIZE INTO BR_LINE.
               PERFORM PUT_BILL_LINE.

           PUT_EXCEPTION_LINE.
               ADD 1 TO EXCEPTION_COUNT.
               PERFORM PUT_BILL_LINE.

           PUT_BILL_LINE.
               MOVE BR_LINE TO BILL_REPORT_RECORD.
               WRITE BILL_REPORT_RECORD.
