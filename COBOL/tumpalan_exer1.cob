               SELECT CONV_REPORT_FILE ASSIGN TO "CONVRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_CONVRPT.
               SELECT CONV_RESULT_FILE ASSIGN TO "CONVOUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_CONVOUT.
               SELECT CONV_REJECT_FILE ASSIGN TO "CONVREJ"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_CONVREJ.
               SELECT CONV_RESUB_FILE ASSIGN TO "CONVRSUB"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_CONVRSUB.
               SELECT BALANCE_REPORT_FILE ASSIGN TO "BALRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_BALRPT.
               SELECT RUN_CONTROL_FILE ASSIGN TO "RUNCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_RUNCTL.
               SELECT READ_JOURNAL_FILE ASSIGN TO "READJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_READJRNL.
               SELECT PERIOD_CONTROL_FILE ASSIGN TO "PERIODCT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_PERIODCT.
               SELECT PENDING_CHANGE_FILE ASSIGN TO "PENDCHG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_PENDCHG.
               SELECT PENDING_PARAM_FILE ASSIGN TO "PENDPRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_PENDPRM.
               SELECT REPORT_UNIT_FILE ASSIGN TO "RPTUNIT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_RPTUNIT.

       DATA DIVISION.
           FILE SECTION.
               02 MP_CODE PIC X(4).
               02 MP_DESC PIC X(20).
               02 MP_STATUS PIC X(1).
               02 MP_UNIT_CODE PIC X(2).

           FD  OPER_MASTER_FILE.
           01  OPER_MASTER_RECORD.
               02 DS_INT_SUM PIC 9(5).
               02 DS_AVERAGE PIC 9(3)V99.
               02 DS_ADJ_FLAG PIC X(1).
               02 DS_EST_FLAG PIC X(1).

           FD  DAILY_SUMMARY_NEW_FILE.
           01  DAILY_SUMMARY_NEW_RECORD PIC X(33).

           FD  READINGS_MASTER_FILE.
           01  READINGS_MASTER_RECORD.
                   03 RM_POINT PIC X(4).
                   03 RM_SEQ PIC 9(3).
               02 RM_VALUE PIC 9(3).
               02 RM_EST_FLAG PIC X(1).

           FD  CONV_TRAN_FILE.
           01  CONV_TRAN_RECORD.
           FD  CONV_REPORT_FILE.
           01  CONV_REPORT_RECORD PIC X(80).

           FD  CONV_RESULT_FILE.
           01  CONV_RESULT_RECORD.
               02 CO_FROM_CODE PIC X(2).
               02 CO_TO_CODE PIC X(2).
               02 CO_VALUE PIC 9(3).
               02 CO_TRAN_DATE PIC 9(8).
               02 CO_RESULT PIC 9(5)V9999.
               02 CO_FROM_FACTOR PIC 9V9999999.
               02 CO_FROM_EFF_FROM PIC 9(8).
               02 CO_TO_FACTOR PIC 9V9999999.
               02 CO_TO_EFF_FROM PIC 9(8).
               02 CO_SOURCE PIC X(1).
               02 CO_RUN_DATE PIC 9(8).

           FD  CONV_REJECT_FILE.
           01  CONV_REJECT_RECORD.
               02 CJ_TRAN_FIELDS PIC X(15).
               02 CJ_REASON PIC X(2).
               02 CJ_SOURCE PIC X(1).

           FD  CONV_RESUB_FILE.
           01  CONV_RESUB_RECORD.
               02 CS_TRAN_FIELDS PIC X(15).
               02 CS_REASON PIC X(2).
               02 CS_SOURCE PIC X(1).

           FD  BALANCE_REPORT_FILE.
           01  BALANCE_REPORT_RECORD PIC X(80).

               02 RC_RUN_DATE PIC 9(8).
               02 RC_RUN_TIME PIC 9(8).

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

           FD  PENDING_CHANGE_FILE.
           01  PENDING_CHANGE_RECORD.
               02 PG_KEY.
                   03 PG_MADE_DATE PIC 9(8).
                   03 PG_SEQ PIC 9(3).
               02 PG_MADE_TIME PIC 9(8).
               02 PG_TYPE PIC X(1).
               02 PG_STATUS PIC X(1).
               02 PG_MAKER_ID PIC X(3).
               02 PG_CHECKER_ID PIC X(3).
               02 PG_DONE_DATE PIC 9(8).
               02 PG_DONE_TIME PIC 9(8).
               02 PG_REASON PIC X(20).
               02 PG_RPT_FLAG PIC X(1).
               02 PG_BODY PIC X(366).
               02 PG_UNIT_FIELDS REDEFINES PG_BODY.
                   03 PG_UNIT_CODE PIC X(2).
                   03 PG_OLD_FACTOR PIC 9V9999999.
                   03 PG_OLD_EFF_FROM PIC 9(8).
                   03 PG_OLD_EFF_TO PIC 9(8).
                   03 PG_NEW_FACTOR PIC 9V9999999.
                   03 PG_NEW_EFF_FROM PIC 9(8).
                   03 FILLER PIC X(324).
               02 PG_CORR_FIELDS REDEFINES PG_BODY.
                   03 PG_CORR_DATE PIC 9(8).
                   03 PG_CORR_POINT PIC X(4).
                   03 PG_CORR_COUNT PIC 9(3).
                   03 PG_CORR_EST PIC X(1).
                   03 PG_CORR_TABLE.
                       04 PG_CORR_ENTRY OCCURS 50 TIMES.
                           05 PG_CORR_OLD PIC 9(3).
                           05 PG_CORR_NEW PIC 9(3).
                           05 PG_CORR_VOID PIC 9(1).

           FD  PENDING_PARAM_FILE.
           01  PENDING_PARAM_RECORD.
               02 PP_EXPIRE_DAYS PIC 9(3).

           FD  REPORT_UNIT_FILE.
           01  REPORT_UNIT_RECORD.
               02 RU_CODE PIC X(2).

       WORKING-STORAGE SECTION.
           77 EXITED PIC 9 VALUE 0.
           77 CHOICE PIC 99 VALUE 0.
                   03 PT_CODE PIC X(4).
                   03 PT_DESC PIC X(20).
                   03 PT_STATUS PIC X(1).
                   03 PT_UNIT PIC X(2).
           77 POINT_TABLE_COUNT PIC 9(2) VALUE 0.
           77 ARRAY_POINT PIC X(4) VALUE "MP01".
           77 SUSP_POINT PIC X(4) VALUE "MP01".
           77 SUSP_DATE PIC 9(8) VALUE 0.
           77 ARRAY_BUS_DATE PIC 9(8) VALUE 0.
           77 ARRAY_EST_SW PIC 9 VALUE 0.
               88 ARRAY_EST VALUE 1.
           77 EST_REPL_DATE PIC 9(8) VALUE 0.
           77 EST_REPL_POINT PIC X(4) VALUE SPACES.
           77 POINT_ENTRY_RAW PIC X(4).
           77 PT_IDX PIC 9(2).
           77 PT_FOUND_IDX PIC 9(2) VALUE 0.
           77 PREV_EFF_DATE PIC 9(8).
           77 LOOKUP_FOUND_SW PIC 9 VALUE 0.
               88 LOOKUP_FOUND VALUE 1.
           77 FS_RPTUNIT PIC XX.
           77 RPT_UNIT PIC X(2) VALUE "M ".
           77 CV_POINT PIC X(4).
           77 CV_POINT_UNIT PIC X(2).
           77 CV_DATE PIC 9(8).
           77 CV_FROM_FACTOR PIC 9V9999999.
           77 CV_TO_FACTOR PIC 9V9999999.
           77 CV_OK_SW PIC 9 VALUE 0.
               88 CV_OK VALUE 1.
           77 CV_REASON PIC X(24).
           77 CV_MIN PIC 9(7)V9(4).
           77 CV_MAX PIC 9(7)V9(4).
           77 CV_RANGE PIC 9(7)V9(4).
           77 CV_MEDIAN PIC 9(7)V9(4).
           77 CV_MEAN PIC 9(7)V9(4).
           77 CV_STDDEV PIC 9(7)V9(4).
           77 CV_SUM PIC 9(9)V9(4).
           77 CV_AVERAGE PIC 9(7)V9(4).
           77 CV_ED_1 PIC Z(6)9.9999.
           77 CV_ED_2 PIC Z(6)9.9999.
           77 CV_ED_3 PIC Z(6)9.9999.
           77 CV_SUM_ED PIC Z(8)9.9999.
           77 CV_AVG_ED PIC ZZ9.99.
           77 MAINT_EXITED PIC 9 VALUE 0.
           77 MAINT_CHOICE PIC 9.
           77 OPER_ID PIC X(3).
               02 RM_LOAD_VAL PIC 9(3) OCCURS 50 TIMES.
           77 RM_LOAD_COUNT PIC 9(3) VALUE 0.
           77 RM_LOAD_POINT PIC X(4).
           77 RM_LOAD_EST_FLAG PIC X(1).
           77 FS_DAILYNEW PIC XX.
           77 RMD_DATE PIC 9(8).
           77 RMD_POINT PIC X(4).
           77 RMD_COUNT PIC 9(3) VALUE 0.
           77 RMD_EST_COUNT PIC 9(3) VALUE 0.
           77 RMD_EOF_SW PIC 9 VALUE 0.
               88 RMD_EOF VALUE 1.
           77 RM_NEW_FILE_SW PIC 9 VALUE 0.
               88 RM_NEW_FILE VALUE 1.
           77 SAVE_OK_SW PIC 9 VALUE 0.
               88 SAVE_OK VALUE 1.
           77 CORR_OK_SW PIC 9 VALUE 0.
               88 CORR_OK VALUE 1.
           77 FS_READJRNL PIC XX.
           77 JRNL_PROGRAM PIC X(8) VALUE "TUMPEX1".
           77 FS_PERIODCT PIC XX.
           77 PL_CHK_DATE PIC 9(8).
           77 PL_CHK_MONTH PIC 9(6).
           77 PL_CHK_POINT PIC X(4).
           77 PL_CLOSED_SW PIC 9 VALUE 0.
               88 PL_CLOSED VALUE 1.
           77 PL_EOF_SW PIC 9 VALUE 0.
               88 PL_EOF VALUE 1.
           01 PL_MONTH_ENTRY PIC X(6).
           01 PL_MONTH_NUM REDEFINES PL_MONTH_ENTRY PIC 9(6).
           77 PL_MM PIC 9(2).
           77 PL_ANS PIC X.
           01 JB_OLD_TABLE.
               02 JB_OLD_ENTRY OCCURS 999 TIMES.
                   03 JB_OLD_SW PIC 9.
                   03 JB_OLD_VAL PIC 9(3).
                   03 JB_OLD_EST PIC X(1).
           77 JB_OLD_HIGH PIC 9(3) VALUE 0.
           77 JB_IDX PIC 9(4).
           77 CR_EXITED PIC 9 VALUE 0.
           77 CR_CHOICE PIC 9.
           77 CR_POINT PIC X(4).
           77 CR_BUS_MONTH PIC 9(6).
           01 CR_VOID_TABLE.
               02 CR_VOID_SW PIC 9 OCCURS 50 TIMES.
           01 CR_ORIG_TABLE.
               02 CR_ORIG_VAL PIC 9(3) OCCURS 50 TIMES.
           77 FS_PENDCHG PIC XX.
           77 FS_PENDPRM PIC XX.
           01 PQ_TABLE.
               02 PQ_ENTRY PIC X(430) OCCURS 50 TIMES.
           77 PQ_COUNT PIC 9(3) VALUE 0.
           77 PQ_IDX PIC 9(3).
           77 PQ_EOF_SW PIC 9 VALUE 0.
               88 PQ_EOF VALUE 1.
           77 PQ_OVERFLOW_SW PIC 9 VALUE 0.
               88 PQ_OVERFLOW VALUE 1.
           77 PQ_WRITE_OK_SW PIC 9 VALUE 0.
               88 PQ_WRITE_OK VALUE 1.
           77 PQ_STALE_SW PIC 9 VALUE 0.
               88 PQ_STALE VALUE 1.
           77 PQ_TODAY PIC 9(8).
           77 PQ_NEXT_SEQ PIC 9(3) VALUE 0.
           77 PQ_EXPIRE_DAYS PIC 9(3) VALUE 7.
           77 PQ_AGE PIC S9(7).
           77 PQ_ID_TEXT PIC X(12).
           77 PQ_ANS PIC X.
           77 PQ_APR_COUNT PIC 9(3) VALUE 0.
           77 PQ_REJ_COUNT PIC 9(3) VALUE 0.
           77 PQ_EXP_COUNT PIC 9(3) VALUE 0.
           77 PQ_SKIP_COUNT PIC 9(3) VALUE 0.
           77 PQ_MARK PIC X(10).
           77 RD_DATE PIC 9(8).
           77 RD_POINT PIC X(4).
           77 RD_REC_COUNT PIC 9(3).
           77 RD_INT_SUM PIC 9(5).
           77 RD_AVERAGE PIC 9(3)V99.
           77 RD_ADJ_FLAG PIC X(1).
           77 RD_EST_FLAG PIC X(1).
           77 RD_OLD_ADJ_FLAG PIC X(1).
           77 RD_KEEP_ADJ_SW PIC 9 VALUE 0.
               88 RD_KEEP_ADJ VALUE 1.
               88 GC_EOF VALUE 1.
           77 GC_TRAN_OK_SW PIC 9 VALUE 0.
               88 GC_TRAN_OK VALUE 1.
           77 FS_CONVOUT PIC XX.
           77 FS_CONVREJ PIC XX.
           77 FS_CONVRSUB PIC XX.
           77 GC_REASON PIC X(2).
           77 GC_SOURCE PIC X(1).
               88 GC_FROM_RESUB VALUE "R".
           77 GC_RSUB_EOF_SW PIC 9 VALUE 0.
               88 GC_RSUB_EOF VALUE 1.
           77 GC_TRAN_IN PIC 9(5) VALUE 0.
           77 GC_RESUB_IN PIC 9(5) VALUE 0.
           77 GC_OUT_COUNT PIC 9(5) VALUE 0.
           77 GC_REJ_COUNT PIC 9(5) VALUE 0.
           77 GC_RESUB_OK PIC 9(5) VALUE 0.
           77 GC_RESUB_REJ PIC 9(5) VALUE 0.
           77 GC_HASH_IN PIC 9(9) VALUE 0.
           77 GC_HASH_OUT PIC 9(9) VALUE 0.
           77 GC_BAL_OK_SW PIC 9 VALUE 0.
               88 GC_BAL_OK VALUE 1.
           77 FS_BALRPT PIC XX.
           77 BATCH_IN_COUNT PIC 9(5) VALUE 0.
           77 BATCH_OUT_COUNT PIC 9(5) VALUE 0.
           77 SR_PEND_COUNT PIC 9(3) VALUE 0.
           77 SR_OVERFLOW_SW PIC 9 VALUE 0.
               88 SR_OVERFLOW VALUE 1.
           77 IQ_FROM_DATE PIC 9(8).
           77 IQ_TO_DATE PIC 9(8).
           77 IQ_DATE_ENTRY PIC X(8).
           77 IQ_POINT PIC X(4).
           77 IQ_POINT_ENTRY PIC X(4).
           77 IQ_POINT_OK_SW PIC 9 VALUE 0.
               88 IQ_POINT_OK VALUE 1.
           01 IQ_DS_TABLE.
               02 IQ_DS_ENTRY OCCURS 200 TIMES.
                   03 IQ_DS_KEY.
                       04 IQ_DS_DATE PIC 9(8).
                       04 IQ_DS_POINT PIC X(4).
                   03 IQ_DS_COUNT PIC 9(3).
                   03 IQ_DS_SUM PIC 9(5).
                   03 IQ_DS_AVG PIC 9(3)V99.
                   03 IQ_DS_ADJ PIC X(1).
                   03 IQ_DS_EST PIC X(1).
                   03 IQ_DS_SUSP PIC 9(3).
           01 IQ_DS_HOLD PIC X(30).
           77 IQ_LINES PIC 9(3) VALUE 0.
           01 IQ_SP_TABLE.
               02 IQ_SP_ENTRY OCCURS 100 TIMES.
                   03 IQ_SP_DATE PIC 9(8).
                   03 IQ_SP_POINT PIC X(4).
                   03 IQ_SP_VALUE PIC 9(3).
                   03 IQ_SP_REASON PIC X(21).
                   03 IQ_SP_STATUS PIC X(1).
                   03 IQ_SP_LINE PIC 9(3).
           77 IQ_SP_COUNT PIC 9(3) VALUE 0.
           77 IQ_SP_IDX PIC 9(3).
           77 IQ_ORPHANS PIC 9(3) VALUE 0.
           77 IQ_IDX PIC 9(3).
           77 IQ_JDX PIC 9(3).
           77 IQ_MINPOS PIC 9(3).
           77 IQ_SEL PIC 9(3).
           77 IQ_PAGE_START PIC 9(3).
           77 IQ_PAGE_END PIC 9(3).
           77 IQ_PAGE_NO PIC 9(3).
           77 IQ_PAGE_TOTAL PIC 9(3).
           77 IQ_CHOICE PIC 9 VALUE 0.
           77 IQ_EXITED PIC 9 VALUE 0.
           77 IQ_LINE_ENTRY PIC X(3) JUSTIFIED RIGHT.
           77 IQ_EOF_SW PIC 9 VALUE 0.
               88 IQ_EOF VALUE 1.
           77 IQ_OVERFLOW_SW PIC 9 VALUE 0.
               88 IQ_OVERFLOW VALUE 1.
           77 IQ_RM_COUNT PIC 9(3) VALUE 0.
           77 IQ_RM_SUM PIC 9(5) VALUE 0.
           77 IQ_LINE_ED PIC ZZ9.
           77 IQ_CNT_ED PIC ZZ9.
           77 IQ_SUM_ED PIC ZZZZ9.
           77 IQ_AVG_ED PIC ZZ9.99.
           77 IQ_SUSP_ED PIC ZZ9.
           77 IQ_STATUS_DESC PIC X(8).
           77 FS_STATRPT PIC XX.
           77 FS_DAILYSTA PIC XX.
           01 ST_SORT_TABLE.
       PROCEDURE DIVISION.
           PERFORM LOAD_UNIT_TABLE.
           PERFORM LOAD_POINT_TABLE.
           PERFORM LOAD_REPORT_UNIT.
           PERFORM LOAD_OPERATOR_TABLE.
           PERFORM LOAD_TOLERANCE_PARAMS.
           PERFORM OPEN_AUDIT_LOG.
           PERFORM OPEN_ERROR_LOG.
           PERFORM VALIDATE_POINT_UNITS.
           PERFORM OPEN_READ_JOURNAL.
           PERFORM OPERATOR_SIGNON.
           IF SIGNED_ON
               PERFORM PMENU UNTIL EXITED = 1
           END-IF.
           CLOSE AUDIT_LOG_FILE.
           CLOSE ERROR_LOG_FILE.
           CLOSE READ_JOURNAL_FILE.
           STOP RUN.

           LOAD_OPERATOR_TABLE.
               MOVE "NOT AUTHORIZED FOR FUNCTION" TO EL_REASON.
               WRITE ERROR_LOG_RECORD.

           CHECK_PERIOD_OPEN.
               MOVE 0 TO PL_CLOSED_SW.
               MOVE PL_CHK_DATE(1:6) TO PL_CHK_MONTH.
               OPEN INPUT PERIOD_CONTROL_FILE.
               IF FS_PERIODCT = "00"
                   MOVE 0 TO PL_EOF_SW
                   PERFORM SCAN_ONE_PERIOD_CONTROL UNTIL PL_EOF
                   CLOSE PERIOD_CONTROL_FILE
               END-IF.

           SCAN_ONE_PERIOD_CONTROL.
               READ PERIOD_CONTROL_FILE
                   AT END
                       MOVE 1 TO PL_EOF_SW
                   NOT AT END
                       IF PC_MONTH = PL_CHK_MONTH
                           IF PC_STATUS = "C"
                               SET PL_CLOSED TO TRUE
                           ELSE
                               MOVE 0 TO PL_CLOSED_SW
                           END-IF
                       END-IF
               END-READ.

           REFUSE_CLOSED_PERIOD.
               DISPLAY "** PERIOD " PL_CHK_MONTH " IS CLOSED - "
                   PL_CHK_DATE " " PL_CHK_POINT " NOT POSTED. A "
                   "LEVEL 2 OPERATOR MUST REOPEN IT FIRST **".
               MOVE "PERIOD" TO EL_FIELD_NAME.
               MOVE PL_CHK_MONTH TO EL_BAD_VALUE.
               PERFORM LOG_PERIOD_REFUSAL.
               MOVE SPACES TO AUDIT_SUMMARY.
               STRING "CLOSED PERIOD REFUSED " PL_CHK_DATE " "
                   PL_CHK_POINT
                   DELIMITED BY SIZE INTO AUDIT_SUMMARY.
               PERFORM WRITE_AUDIT_ENTRY.

           LOG_PERIOD_REFUSAL.
               ACCEPT EL_RUN_DATE FROM DATE YYYYMMDD.
               ACCEPT EL_RUN_TIME FROM TIME.
               MOVE "PERIOD CLOSED - POST REFUSED" TO EL_REASON.
               WRITE ERROR_LOG_RECORD.

           REOPEN_CLOSED_PERIOD.
               MOVE 0 TO VALID_SW.
               PERFORM VALIDATE_PERIOD_MONTH UNTIL ENTRY_VALID.
               MOVE PL_MONTH_NUM TO PL_CHK_DATE(1:6).
               MOVE "01" TO PL_CHK_DATE(7:2).
               PERFORM CHECK_PERIOD_OPEN.
               IF NOT PL_CLOSED
                   DISPLAY "PERIOD " PL_CHK_MONTH " IS NOT CLOSED - "
                       "NOTHING TO REOPEN"
               ELSE
                   DISPLAY "REOPEN PERIOD " PL_CHK_MONTH " FOR "
                       "POSTING? (Y/N): " WITH NO ADVANCING
                   ACCEPT PL_ANS
                   IF PL_ANS = "Y" OR PL_ANS = "y"
                       PERFORM WRITE_PERIOD_REOPEN
                   ELSE
                       DISPLAY "PERIOD " PL_CHK_MONTH " LEFT CLOSED"
                   END-IF
               END-IF.

           VALIDATE_PERIOD_MONTH.
               DISPLAY "ENTER PERIOD TO REOPEN (YYYYMM): " WITH NO
                   ADVANCING.
               ACCEPT PL_MONTH_ENTRY.
               IF PL_MONTH_ENTRY IS NUMERIC
                   MOVE PL_MONTH_ENTRY(5:2) TO PL_MM
                   IF PL_MM >= 1 AND PL_MM <= 12
                       SET ENTRY_VALID TO TRUE
                   ELSE
                       DISPLAY "** INVALID MONTH - 01 TO 12 **"
                       MOVE "PC_MONTH" TO EL_FIELD_NAME
                       MOVE PL_MONTH_ENTRY TO EL_BAD_VALUE
                       PERFORM LOG_REJECTED_ENTRY
                       SET ENTRY_INVALID TO TRUE
                   END-IF
               ELSE
                   DISPLAY "** INVALID PERIOD - 6 DIGITS REQUIRED **"
                   MOVE "PC_MONTH" TO EL_FIELD_NAME
                   MOVE PL_MONTH_ENTRY TO EL_BAD_VALUE
                   PERFORM LOG_REJECTED_ENTRY
                   SET ENTRY_INVALID TO TRUE
               END-IF.

           WRITE_PERIOD_REOPEN.
               OPEN EXTEND PERIOD_CONTROL_FILE.
               IF FS_PERIODCT NOT = "00"
                   DISPLAY "** PERIOD CONTROL WRITE FAILED, STATUS="
                       FS_PERIODCT " - PERIOD LEFT CLOSED **"
               ELSE
                   MOVE PL_CHK_MONTH TO PC_MONTH
                   MOVE "R" TO PC_STATUS
                   MOVE OPER_ID TO PC_OPER_ID
                   ACCEPT PC_DATE FROM DATE YYYYMMDD
                   ACCEPT PC_TIME FROM TIME
                   WRITE PERIOD_CONTROL_RECORD
                   CLOSE PERIOD_CONTROL_FILE
                   DISPLAY "PERIOD " PL_CHK_MONTH " REOPENED - RERUN "
                       "MONTH-END CLOSE WHEN CORRECTIONS ARE DONE"
                   MOVE "PERIOD" TO EL_FIELD_NAME
                   MOVE PL_CHK_MONTH TO EL_BAD_VALUE
                   ACCEPT EL_RUN_DATE FROM DATE YYYYMMDD
                   ACCEPT EL_RUN_TIME FROM TIME
                   MOVE "CLOSED PERIOD REOPENED" TO EL_REASON
                   WRITE ERROR_LOG_RECORD
                   MOVE SPACES TO AUDIT_SUMMARY
                   STRING "BY " OPER_ID " PERIOD REOPENED "
                       PL_CHK_MONTH
                       DELIMITED BY SIZE INTO AUDIT_SUMMARY
                   PERFORM WRITE_AUDIT_ENTRY
               END-IF.

           LOAD_TOLERANCE_PARAMS.
               MOVE 0 TO TOL_ACTIVE_SW.
               OPEN INPUT TOL_PARAM_FILE.
                   OPEN OUTPUT ERROR_LOG_FILE
               END-IF.

           OPEN_READ_JOURNAL.
               OPEN EXTEND READ_JOURNAL_FILE.
               IF FS_READJRNL = "35"
                   OPEN OUTPUT READ_JOURNAL_FILE
               END-IF.

           WRITE_DAILY_SUMMARY.
               IF SUMM_SKIP
                   DISPLAY "DAILY SUMMARY NOT REWRITTEN - THE "
               ELSE
                   IF REC_COUNT > 0 OR ARRAY_BUS_DATE > 0
                       PERFORM DERIVE_ARRAY_SUMMARY
                       MOVE RD_DATE TO PL_CHK_DATE
                       PERFORM CHECK_PERIOD_OPEN
                       IF PL_CLOSED
                           DISPLAY "DAILY SUMMARY NOT REWRITTEN - "
                               RD_DATE " IS IN CLOSED PERIOD "
                               PL_CHK_MONTH
                       ELSE
                           SET RD_KEEP_ADJ TO TRUE
                           IF RD_DATE = EST_REPL_DATE
                               AND RD_POINT = EST_REPL_POINT
                               PERFORM FLAG_REPLACED_ESTIMATE
                           END-IF
                           PERFORM REPLACE_DAILY_SUMMARY
                           MOVE 0 TO RD_KEEP_ADJ_SW
                           PERFORM SHOW_DAILY_SUMMARY
                       END-IF
                   END-IF
               END-IF.

               MOVE INT_SUM TO RD_INT_SUM.
               MOVE AVERAGE TO RD_AVERAGE.
               MOVE SPACE TO RD_ADJ_FLAG.
               IF ARRAY_EST
                   MOVE "E" TO RD_EST_FLAG
               ELSE
                   MOVE SPACE TO RD_EST_FLAG
               END-IF.

           SHOW_DAILY_SUMMARY.
               MOVE RD_POINT TO CV_POINT.
               PERFORM FIND_POINT_UNIT.
               MOVE RD_DATE TO CV_DATE.
               PERFORM CONVERT_TO_RPT_UNIT.
               MOVE RD_AVERAGE TO CV_AVG_ED.
               DISPLAY "DAILY SUMMARY " RD_DATE " POINT " RD_POINT
                   " RECORDS " RD_REC_COUNT.
               DISPLAY "  RAW SUM       " RD_INT_SUM "   AVERAGE "
                   CV_AVG_ED " " CV_POINT_UNIT.
               IF CV_OK
                   COMPUTE CV_SUM ROUNDED = RD_INT_SUM
                       * CV_FROM_FACTOR / CV_TO_FACTOR
                       ON SIZE ERROR
                           MOVE 0 TO CV_OK_SW
                           MOVE "CONVERTED VALUE TOO LARGE"
                               TO CV_REASON
                   END-COMPUTE
               END-IF.
               IF CV_OK
                   COMPUTE CV_AVERAGE ROUNDED = RD_AVERAGE
                       * CV_FROM_FACTOR / CV_TO_FACTOR
                   MOVE CV_SUM TO CV_SUM_ED
                   MOVE CV_AVERAGE TO CV_ED_1
                   DISPLAY "  CONVERTED SUM " CV_SUM_ED "   AVERAGE "
                       CV_ED_1 " " RPT_UNIT
               ELSE
                   DISPLAY "  NOT CONVERTED TO " RPT_UNIT " - "
                       CV_REASON
               END-IF.

           FLAG_REPLACED_ESTIMATE.
               ACCEPT CR_TODAY FROM DATE YYYYMMDD.
               MOVE CR_TODAY(1:6) TO CR_RUN_MONTH.
               MOVE RD_DATE(1:6) TO CR_BUS_MONTH.
               IF CR_RUN_MONTH > CR_BUS_MONTH
                   MOVE 0 TO RD_KEEP_ADJ_SW
                   MOVE "A" TO RD_ADJ_FLAG
               END-IF.

           LOG_REJECTED_ENTRY.
               ACCEPT EL_RUN_DATE FROM DATE YYYYMMDD.
                       ELSE
                           MOVE "A" TO PT_STATUS(POINT_TABLE_COUNT)
                       END-IF
                       MOVE MP_UNIT_CODE TO PT_UNIT(POINT_TABLE_COUNT)
               END-READ.

           LOAD_DEFAULT_POINTS.
               MOVE "MP01"               TO PT_CODE(1).
               MOVE "DEFAULT METER POINT" TO PT_DESC(1).
               MOVE "A"                  TO PT_STATUS(1).
               MOVE SPACES               TO PT_UNIT(1).

           LOAD_REPORT_UNIT.
               OPEN INPUT REPORT_UNIT_FILE.
               IF FS_RPTUNIT = "00"
                   READ REPORT_UNIT_FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE RU_CODE TO LOOKUP_CODE
                           ACCEPT LOOKUP_DATE FROM DATE YYYYMMDD
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

           VALIDATE_POINT_UNITS.
               ACCEPT LOOKUP_DATE FROM DATE YYYYMMDD.
               PERFORM VALIDATE_ONE_POINT_UNIT VARYING PT_IDX FROM 1
                   BY 1 UNTIL PT_IDX > POINT_TABLE_COUNT.

           VALIDATE_ONE_POINT_UNIT.
               IF PT_UNIT(PT_IDX) NOT = SPACES
                   MOVE PT_UNIT(PT_IDX) TO LOOKUP_CODE
                   PERFORM FIND_UNIT_FOR_DATE
                   IF NOT CODE_SEEN
                       DISPLAY "** METER POINT " PT_CODE(PT_IDX)
                           " UNIT " PT_UNIT(PT_IDX)
                           " NOT ON UNITMAST - UNIT IGNORED **"
                       MOVE "MP_UNIT" TO EL_FIELD_NAME
                       MOVE SPACES TO EL_BAD_VALUE
                       STRING PT_CODE(PT_IDX) " " PT_UNIT(PT_IDX)
                           DELIMITED BY SIZE INTO EL_BAD_VALUE
                       PERFORM LOG_UNKNOWN_UNIT
                       MOVE SPACES TO PT_UNIT(PT_IDX)
                       MOVE 4 TO PROPOSED_RC
                       PERFORM RAISE_RETURN_CODE
                   END-IF
               END-IF.
               IF PT_UNIT(PT_IDX) = SPACES
                   AND PT_STATUS(PT_IDX) NOT = "I"
                   DISPLAY "** METER POINT " PT_CODE(PT_IDX)
                       " HAS NO READING UNIT - BATCH LOADS FOR IT "
                       "WILL BE REFUSED **"
               END-IF.

           FIND_POINT_UNIT.
               MOVE SPACES TO CV_POINT_UNIT.
               PERFORM FIND_POINT_UNIT_ONE VARYING PT_IDX FROM 1 BY 1
                   UNTIL PT_IDX > POINT_TABLE_COUNT.

           FIND_POINT_UNIT_ONE.
               IF PT_CODE(PT_IDX) = CV_POINT
                   AND CV_POINT_UNIT = SPACES
                   MOVE PT_UNIT(PT_IDX) TO CV_POINT_UNIT
               END-IF.

           CONVERT_TO_RPT_UNIT.
               MOVE 0 TO CV_OK_SW.
               MOVE SPACES TO CV_REASON.
               IF CV_POINT_UNIT = SPACES
                   MOVE "NO UNIT ON METER POINT" TO CV_REASON
               ELSE
                   MOVE CV_POINT_UNIT TO LOOKUP_CODE
                   MOVE CV_DATE TO LOOKUP_DATE
                   PERFORM FIND_UNIT_FOR_DATE
                   IF NOT LOOKUP_FOUND
                       MOVE "NO FACTOR FOR POINT UNIT" TO CV_REASON
                   ELSE
                       MOVE UT_FACTOR(LOOKUP_IDX) TO CV_FROM_FACTOR
                       MOVE RPT_UNIT TO LOOKUP_CODE
                       PERFORM FIND_UNIT_FOR_DATE
                       IF NOT LOOKUP_FOUND
                           OR UT_FACTOR(LOOKUP_IDX) = 0
                           MOVE "NO FACTOR FOR REPORT UNIT"
                               TO CV_REASON
                       ELSE
                           MOVE UT_FACTOR(LOOKUP_IDX) TO CV_TO_FACTOR
                           SET CV_OK TO TRUE
                       END-IF
                   END-IF
               END-IF.

           FIND_POINT_CODE.
               MOVE 0 TO PT_FOUND_SW.
           LIST_ONE_POINT.
               IF PT_STATUS(PT_IDX) NOT = "I"
                   DISPLAY "  " PT_CODE(PT_IDX) " " PT_DESC(PT_IDX)
                       " " PT_UNIT(PT_IDX)
               END-IF.

           PROMPT_METER_POINT.
           DISPLAY "[17] Review Suspended Readings ".
           DISPLAY "[18] Statistical Profile of Array ".
           DISPLAY "[19] Correct Posted Readings ".
           DISPLAY "[20] Reopen Closed Period ".
           DISPLAY "[21] Review Pending Changes ".
           DISPLAY "[22] History Inquiry (Read Only) ".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT CHOICE.

               MOVE ARRAY_POINT TO SUSP_POINT
               MOVE 0 TO SUSP_DATE
               MOVE 0 TO SUMM_SKIP_SW
               MOVE 0 TO ARRAY_EST_SW
               ACCEPT ARRAY_BUS_DATE FROM DATE YYYYMMDD
               PERFORM FILL_ARRAY VARYING IDX FROM NEXT_IDX BY 1
                   UNTIL IDX > REC_COUNT
                       " ERRS=" GC_ERR_COUNT
                       DELIMITED BY SIZE INTO AUDIT_SUMMARY
                   PERFORM WRITE_AUDIT_ENTRY
                   IF GC_EOF AND GC_BAL_OK
                       PERFORM WRITE_RUN_CONTROL
                   END-IF
               END-IF
               IF AUTH_OK
                   PERFORM READINGS_CORRECTION
               END-IF
           WHEN 20
               DISPLAY "REOPEN CLOSED PERIOD"
               MOVE 2 TO AUTH_REQ_LEVEL
               PERFORM CHECK_FUNCTION_AUTH
               IF AUTH_OK
                   PERFORM REOPEN_CLOSED_PERIOD
               END-IF
           WHEN 21
               DISPLAY "REVIEW PENDING CHANGES"
               MOVE 2 TO AUTH_REQ_LEVEL
               PERFORM CHECK_FUNCTION_AUTH
               IF AUTH_OK
                   PERFORM PENDING_REVIEW
               END-IF
           WHEN 22
               DISPLAY "HISTORY INQUIRY"
               PERFORM HISTORY_INQUIRY
           WHEN OTHER
               DISPLAY " INVALID INPUT! "
           END-EVALUATE.
                               "THAN " UT_EFF_FROM(MAINT_IDX)
                               " - UPDATE REJECTED **"
                       ELSE
                           PERFORM QUEUE_FACTOR_CHANGE
                       END-IF
                   END-IF
               ELSE
                   ELSE
                       ACCEPT RM_SAVE_DATE FROM DATE YYYYMMDD
                   END-IF
                   MOVE RM_SAVE_DATE TO PL_CHK_DATE
                   MOVE ARRAY_POINT TO PL_CHK_POINT
                   PERFORM CHECK_PERIOD_OPEN
                   IF PL_CLOSED
                       PERFORM REFUSE_CLOSED_PERIOD
                   ELSE
                       MOVE 0 TO RM_NEW_FILE_SW
                       MOVE 0 TO RMD_EST_COUNT
                       OPEN I-O READINGS_MASTER_FILE
                       IF FS_READMAST = "35"
                           OPEN OUTPUT READINGS_MASTER_FILE
                           SET RM_NEW_FILE TO TRUE
                       END-IF
                       IF FS_READMAST NOT = "00"
                           DISPLAY "** READINGS MASTER OPEN FAILED, "
                               "STATUS=" FS_READMAST " **"
                       ELSE
                           IF NOT RM_NEW_FILE
                               MOVE RM_SAVE_DATE TO RMD_DATE
                               MOVE ARRAY_POINT TO RMD_POINT
                               PERFORM DELETE_READMAST_SET
                           ELSE
                               PERFORM CLEAR_OLD_IMAGE
                           END-IF
                           SET SAVE_OK TO TRUE
                           PERFORM SAVE_ONE_READING VARYING IDX3
                               FROM 1 BY 1 UNTIL IDX3 > REC_COUNT
                           PERFORM JOURNAL_DROPPED_READINGS
                           CLOSE READINGS_MASTER_FILE
                           DISPLAY "SAVED " REC_COUNT
                               " READING(S) UNDER " RM_SAVE_DATE
                               " POINT " ARRAY_POINT
                           MOVE SPACES TO AUDIT_SUMMARY
                           STRING "SAVED READINGS " RM_SAVE_DATE " "
                               ARRAY_POINT " RECS=" REC_COUNT
                               DELIMITED BY SIZE INTO AUDIT_SUMMARY
                           PERFORM WRITE_AUDIT_ENTRY
                           IF RMD_EST_COUNT > 0 AND NOT ARRAY_EST
                               PERFORM REPORT_ESTIMATE_REPLACED
                           END-IF
                       END-IF
                   END-IF
               END-IF.

               MOVE ARRAY_POINT TO RM_POINT.
               MOVE IDX3 TO RM_SEQ.
               MOVE NUM(IDX3) TO RM_VALUE.
               IF ARRAY_EST
                   MOVE "E" TO RM_EST_FLAG
               ELSE
                   MOVE SPACE TO RM_EST_FLAG
               END-IF.
               WRITE READINGS_MASTER_RECORD
                   INVALID KEY
                       DISPLAY "** READINGS MASTER WRITE FAILED "
                           "FOR SEQ " RM_SEQ ", STATUS="
                           FS_READMAST " **"
                       MOVE 0 TO SAVE_OK_SW
                   NOT INVALID KEY
                       PERFORM JOURNAL_WRITTEN_READING
               END-WRITE.

           REPORT_ESTIMATE_REPLACED.
               MOVE RM_SAVE_DATE TO EST_REPL_DATE.
               MOVE ARRAY_POINT TO EST_REPL_POINT.
               DISPLAY "ESTIMATED READINGS FOR " RM_SAVE_DATE
                   " POINT " ARRAY_POINT " REPLACED BY ACTUALS".
               MOVE SPACES TO AUDIT_SUMMARY.
               STRING "ESTIMATE REPLACED " RM_SAVE_DATE " "
                   ARRAY_POINT " RECS=" RMD_EST_COUNT
                   DELIMITED BY SIZE INTO AUDIT_SUMMARY.
               PERFORM WRITE_AUDIT_ENTRY.

           DELETE_READMAST_SET.
               PERFORM CLEAR_OLD_IMAGE.
               MOVE 0 TO RMD_EOF_SW.
               MOVE 0 TO RMD_COUNT.
               MOVE 0 TO RMD_EST_COUNT.
               MOVE RMD_DATE TO RM_RUN_DATE.
               MOVE RMD_POINT TO RM_POINT.
               MOVE 0 TO RM_SEQ.
                   NOT AT END
                       IF RM_RUN_DATE = RMD_DATE
                           AND RM_POINT = RMD_POINT
                           PERFORM KEEP_OLD_IMAGE
                           DELETE READINGS_MASTER_FILE RECORD
                           ADD 1 TO RMD_COUNT
                           IF RM_EST_FLAG = "E"
                               ADD 1 TO RMD_EST_COUNT
                           END-IF
                       ELSE
                           MOVE 1 TO RMD_EOF_SW
                       END-IF
               END-READ.

           CLEAR_OLD_IMAGE.
               PERFORM CLEAR_ONE_OLD_IMAGE VARYING JB_IDX FROM 1 BY 1
                   UNTIL JB_IDX > JB_OLD_HIGH.
               MOVE 0 TO JB_OLD_HIGH.

           CLEAR_ONE_OLD_IMAGE.
               MOVE 0 TO JB_OLD_SW(JB_IDX).

           KEEP_OLD_IMAGE.
               IF RM_SEQ > 0
                   MOVE 1 TO JB_OLD_SW(RM_SEQ)
                   MOVE RM_VALUE TO JB_OLD_VAL(RM_SEQ)
                   MOVE RM_EST_FLAG TO JB_OLD_EST(RM_SEQ)
                   IF RM_SEQ > JB_OLD_HIGH
                       MOVE RM_SEQ TO JB_OLD_HIGH
                   END-IF
               END-IF.

           JOURNAL_WRITTEN_READING.
               MOVE RM_KEY TO RJ_KEY.
               MOVE RM_VALUE TO RJ_AFTER_VALUE.
               MOVE RM_EST_FLAG TO RJ_AFTER_EST.
               IF RM_SEQ <= JB_OLD_HIGH AND JB_OLD_SW(RM_SEQ) = 1
                   MOVE 2 TO JB_OLD_SW(RM_SEQ)
                   IF JB_OLD_VAL(RM_SEQ) NOT = RM_VALUE
                       OR JB_OLD_EST(RM_SEQ) NOT = RM_EST_FLAG
                       MOVE "C" TO RJ_ACTION
                       MOVE JB_OLD_VAL(RM_SEQ) TO RJ_BEFORE_VALUE
                       MOVE JB_OLD_EST(RM_SEQ) TO RJ_BEFORE_EST
                       PERFORM WRITE_JOURNAL_ENTRY
                   END-IF
               ELSE
                   MOVE "A" TO RJ_ACTION
                   MOVE 0 TO RJ_BEFORE_VALUE
                   MOVE SPACE TO RJ_BEFORE_EST
                   PERFORM WRITE_JOURNAL_ENTRY
               END-IF.

           JOURNAL_DROPPED_READINGS.
               PERFORM JOURNAL_ONE_DROPPED VARYING JB_IDX FROM 1 BY 1
                   UNTIL JB_IDX > JB_OLD_HIGH.

           JOURNAL_ONE_DROPPED.
               IF JB_OLD_SW(JB_IDX) = 1
                   MOVE 2 TO JB_OLD_SW(JB_IDX)
                   MOVE "D" TO RJ_ACTION
                   MOVE RMD_DATE TO RJ_RUN_DATE
                   MOVE RMD_POINT TO RJ_POINT
                   MOVE JB_IDX TO RJ_SEQ
                   MOVE JB_OLD_VAL(JB_IDX) TO RJ_BEFORE_VALUE
                   MOVE 0 TO RJ_AFTER_VALUE
                   MOVE JB_OLD_EST(JB_IDX) TO RJ_BEFORE_EST
                   MOVE SPACE TO RJ_AFTER_EST
                   PERFORM WRITE_JOURNAL_ENTRY
               END-IF.

           WRITE_JOURNAL_ENTRY.
               ACCEPT RJ_STAMP_DATE FROM DATE YYYYMMDD.
               ACCEPT RJ_STAMP_TIME FROM TIME.
               MOVE OPER_ID TO RJ_OPER_ID.
               MOVE JRNL_PROGRAM TO RJ_PROGRAM.
               WRITE READ_JOURNAL_RECORD.
               IF FS_READJRNL NOT = "00"
                   DISPLAY "** READINGS JOURNAL WRITE FAILED, STATUS="
                       FS_READJRNL " **"
                   MOVE 6 TO PROPOSED_RC
                   PERFORM RAISE_RETURN_CODE
               END-IF.

           START_READMAST_SET.
               MOVE RM_LOAD_DATE TO RM_RUN_DATE.
               MOVE RM_LOAD_POINT TO RM_POINT.
                   MOVE 0 TO RM_EOF_SW
                   MOVE 0 TO RM_FOUND_SW
                   MOVE 0 TO RM_LOAD_COUNT
                   MOVE SPACE TO RM_LOAD_EST_FLAG
                   PERFORM START_READMAST_SET
                   PERFORM READ_READINGS_RECORD UNTIL RM_EOF
                   CLOSE READINGS_MASTER_FILE
                       MOVE RM_LOAD_COUNT TO REC_COUNT
                       MOVE RM_LOAD_DATE TO ARRAY_BUS_DATE
                       MOVE 0 TO SUMM_SKIP_SW
                       IF RM_LOAD_EST_FLAG = "E"
                           SET ARRAY_EST TO TRUE
                           DISPLAY "NOTE - THE READINGS LOADED ARE "
                               "ESTIMATES, NOT ACTUALS"
                       ELSE
                           MOVE 0 TO ARRAY_EST_SW
                       END-IF
                       PERFORM COPY_ONE_LOADED VARYING IDX3 FROM 1
                           BY 1 UNTIL IDX3 > REC_COUNT
                       DISPLAY "LOADED " REC_COUNT " READING(S) FOR "
                               MOVE RM_VALUE TO RM_LOAD_VAL(RM_SEQ)
                               MOVE RM_SEQ TO RM_LOAD_COUNT
                               SET RM_FOUND TO TRUE
                               IF RM_EST_FLAG = "E"
                                   MOVE "E" TO RM_LOAD_EST_FLAG
                               END-IF
                           END-IF
                       ELSE
                           MOVE 1 TO RM_EOF_SW
               PERFORM VALIDATE_LOAD_DATE UNTIL ENTRY_VALID.
               PERFORM PROMPT_METER_POINT.
               MOVE POINT_CHOICE TO CR_POINT.
               MOVE RM_LOAD_DATE TO PL_CHK_DATE.
               MOVE CR_POINT TO PL_CHK_POINT.
               PERFORM CHECK_PERIOD_OPEN.
               IF PL_CLOSED
                   PERFORM REFUSE_CLOSED_PERIOD
               ELSE
                   PERFORM OPEN_CORRECTION_SET
               END-IF.

           OPEN_CORRECTION_SET.
               MOVE CR_POINT TO RM_LOAD_POINT.
               OPEN INPUT READINGS_MASTER_FILE.
               IF FS_READMAST NOT = "00"
                   MOVE 0 TO RM_EOF_SW
                   MOVE 0 TO RM_FOUND_SW
                   MOVE 0 TO RM_LOAD_COUNT
                   MOVE SPACE TO RM_LOAD_EST_FLAG
                   PERFORM START_READMAST_SET
                   PERFORM READ_READINGS_RECORD UNTIL RM_EOF
                   CLOSE READINGS_MASTER_FILE
                   IF RM_FOUND
                       PERFORM CLEAR_ONE_VOID VARYING CR_IDX FROM 1
                           BY 1 UNTIL CR_IDX > 50
                       MOVE RM_LOAD_TABLE TO CR_ORIG_TABLE
                       MOVE 0 TO CR_CHANGED_SW
                       MOVE 0 TO CR_EXITED
                       PERFORM CORRECTION_MENU UNTIL CR_EXITED = 1
               DISPLAY "[1] List Readings ".
               DISPLAY "[2] Amend a Reading ".
               DISPLAY "[3] Void a Reading ".
               DISPLAY "[4] Submit Corrections for Approval ".
               DISPLAY "[5] Cancel Without Posting ".
               DISPLAY "CHOICE: " WITH NO ADVANCING.
               ACCEPT CR_CHOICE.
                   PERFORM VOID_ONE_READING
               WHEN 4
                   IF CR_CHANGED
                       PERFORM QUEUE_CORRECTIONS
                   ELSE
                       DISPLAY "NO CORRECTIONS ENTERED - NOTHING TO "
                           "SUBMIT"
                   END-IF
                   MOVE 1 TO CR_EXITED
               WHEN 5

           POST_CORRECTIONS.
               PERFORM REWRITE_READMAST_SET.
               IF CORR_OK
                   PERFORM DERIVE_CORRECTED_SUMMARY
                   PERFORM REPLACE_DAILY_SUMMARY
                   MOVE SPACES TO AUDIT_SUMMARY
                   STRING "BY " OPER_ID " CORR POSTED " RM_LOAD_DATE
                       " " CR_POINT " RECS=" CR_KEPT
                       DELIMITED BY SIZE INTO AUDIT_SUMMARY
                   PERFORM WRITE_AUDIT_ENTRY
                   DISPLAY "CORRECTIONS POSTED FOR " RM_LOAD_DATE
                       " POINT " CR_POINT ", " CR_KEPT
                       " READING(S) REMAIN"
                   IF RM_LOAD_DATE = ARRAY_BUS_DATE
                       AND CR_POINT = ARRAY_POINT
                       MOVE 0 TO REC_COUNT
                       MOVE 0 TO ARRAY_BUS_DATE
                       MOVE 0 TO ARRAY_EST_SW
                       DISPLAY "IN-MEMORY ARRAY CLEARED - IT HELD THE "
                           "PRE-CORRECTION VALUES"
                   END-IF
               ELSE
                   DISPLAY "** CORRECTIONS FOR " RM_LOAD_DATE
                       " POINT " CR_POINT " NOT POSTED - DAILY "
                       "SUMMARY NOT REWRITTEN **"
               END-IF.

           REWRITE_READMAST_SET.
               MOVE 0 TO CORR_OK_SW.
               OPEN I-O READINGS_MASTER_FILE.
               IF FS_READMAST NOT = "00"
                   DISPLAY "** READINGS MASTER OPEN FAILED, "
                       "STATUS=" FS_READMAST " **"
               ELSE
                   SET CORR_OK TO TRUE
                   MOVE RM_LOAD_DATE TO RMD_DATE
                   MOVE CR_POINT TO RMD_POINT
                   PERFORM DELETE_READMAST_SET
                   MOVE 0 TO CR_KEPT
                   PERFORM WRITE_ONE_KEPT VARYING CR_IDX FROM 1 BY 1
                       UNTIL CR_IDX > RM_LOAD_COUNT
                   PERFORM JOURNAL_DROPPED_READINGS
                   CLOSE READINGS_MASTER_FILE
               END-IF.

                   MOVE CR_POINT TO RM_POINT
                   MOVE CR_KEPT TO RM_SEQ
                   MOVE RM_LOAD_VAL(CR_IDX) TO RM_VALUE
                   MOVE RM_LOAD_EST_FLAG TO RM_EST_FLAG
                   WRITE READINGS_MASTER_RECORD
                       INVALID KEY
                           DISPLAY "** READINGS MASTER WRITE FAILED "
                               "FOR SEQ " RM_SEQ ", STATUS="
                               FS_READMAST " **"
                           MOVE 0 TO CORR_OK_SW
                       NOT INVALID KEY
                           PERFORM JOURNAL_WRITTEN_READING
                   END-WRITE
               END-IF.

               ELSE
                   MOVE SPACE TO RD_ADJ_FLAG
               END-IF.
               MOVE RM_LOAD_EST_FLAG TO RD_EST_FLAG.

           TALLY_ONE_KEPT.
               IF CR_VOID_SW(CR_IDX) = 0
               MOVE RD_EVEN_COUNT TO DS_EVEN_COUNT.
               MOVE RD_INT_SUM TO DS_INT_SUM.
               MOVE RD_AVERAGE TO DS_AVERAGE.
               MOVE RD_EST_FLAG TO DS_EST_FLAG.
               IF RD_KEEP_ADJ
                   MOVE RD_OLD_ADJ_FLAG TO DS_ADJ_FLAG
               ELSE
               MOVE 0 TO GC_REC_COUNT.
               MOVE 0 TO GC_ERR_COUNT.
               MOVE 0 TO GC_EOF_SW.
               MOVE 0 TO GC_RSUB_EOF_SW.
               MOVE 0 TO GC_TRAN_IN.
               MOVE 0 TO GC_RESUB_IN.
               MOVE 0 TO GC_OUT_COUNT.
               MOVE 0 TO GC_REJ_COUNT.
               MOVE 0 TO GC_RESUB_OK.
               MOVE 0 TO GC_RESUB_REJ.
               MOVE 0 TO GC_HASH_IN.
               MOVE 0 TO GC_HASH_OUT.
               MOVE SPACE TO GC_SOURCE.
               ACCEPT GC_RUN_DATE FROM DATE YYYYMMDD.
               OPEN INPUT CONV_TRAN_FILE.
               IF FS_CONVTRAN NOT = "00"
                   PERFORM RAISE_RETURN_CODE
               ELSE
                   OPEN OUTPUT CONV_REPORT_FILE
                   OPEN OUTPUT CONV_RESULT_FILE
                   OPEN OUTPUT CONV_REJECT_FILE
                   PERFORM WRITE_CONV_HEADER
                   PERFORM PROCESS_CONV_TRAN UNTIL GC_EOF
                   CLOSE CONV_TRAN_FILE
                   PERFORM PROCESS_CONV_RESUBMITS
                   PERFORM WRITE_CONV_FOOTER
                   CLOSE CONV_REPORT_FILE
                   CLOSE CONV_RESULT_FILE
                   CLOSE CONV_REJECT_FILE
                   DISPLAY "GENERAL CONVERSION COMPLETE, " GC_REC_COUNT
                       " RECORD(S) WRITTEN TO CONVOUT, " GC_ERR_COUNT
                       " REJECT(S) TO CONVREJ"
                   PERFORM CONV_RECONCILE
                   IF GC_BAL_OK AND GC_RESUB_IN > 0
                       PERFORM CLEAR_CONV_RESUBMITS
                   END-IF
               END-IF.

           PROCESS_CONV_TRAN.
                   AT END
                       MOVE 1 TO GC_EOF_SW
                   NOT AT END
                       ADD 1 TO GC_TRAN_IN
                       PERFORM ADD_CONV_HASH_IN
                       PERFORM CONVERT_ONE_TRAN
               END-READ.

           PROCESS_CONV_RESUBMITS.
               OPEN INPUT CONV_RESUB_FILE.
               IF FS_CONVRSUB = "00"
                   MOVE "R" TO GC_SOURCE
                   PERFORM PROCESS_CONV_RESUB UNTIL GC_RSUB_EOF
                   CLOSE CONV_RESUB_FILE
                   MOVE SPACE TO GC_SOURCE
               END-IF.

           CLEAR_CONV_RESUBMITS.
               OPEN OUTPUT CONV_RESUB_FILE.
               CLOSE CONV_RESUB_FILE.
               DISPLAY "CONVRSUB CLEARED, " GC_RESUB_IN
                   " ITEM(S) RESUBMITTED, " GC_RESUB_OK
                   " ACCEPTED, " GC_RESUB_REJ " REJECTED AGAIN".

           PROCESS_CONV_RESUB.
               READ CONV_RESUB_FILE
                   AT END
                       MOVE 1 TO GC_RSUB_EOF_SW
                   NOT AT END
                       MOVE CS_TRAN_FIELDS TO CONV_TRAN_RECORD
                       ADD 1 TO GC_RESUB_IN
                       PERFORM ADD_CONV_HASH_IN
                       PERFORM CONVERT_ONE_TRAN
               END-READ.

           ADD_CONV_HASH_IN.
               IF CT_VALUE_X IS NUMERIC
                   ADD CT_VALUE TO GC_HASH_IN
               END-IF.

           CONVERT_ONE_TRAN.
               SET GC_TRAN_OK TO TRUE.
               MOVE SPACES TO GC_REASON.
               IF CT_TRAN_DATE_X IS NUMERIC
                   MOVE CT_TRAN_DATE TO LOOKUP_DATE
               ELSE
                   MOVE 0 TO GC_TRAN_OK_SW
                   MOVE "BD" TO GC_REASON
                   MOVE "CT_DATE" TO EL_FIELD_NAME
                   MOVE CT_TRAN_DATE_X TO EL_BAD_VALUE
                   PERFORM LOG_REJECTED_ENTRY
                       MOVE "CT_FROM" TO EL_FIELD_NAME
                       MOVE CT_FROM_CODE TO EL_BAD_VALUE
                       IF CODE_SEEN
                           MOVE "NF" TO GC_REASON
                           PERFORM LOG_NO_EFFECTIVE_FACTOR
                       ELSE
                           MOVE "UF" TO GC_REASON
                           PERFORM LOG_UNKNOWN_UNIT
                       END-IF
                   END-IF
                       MOVE 0 TO GC_TRAN_OK_SW
                       MOVE "CT_TO" TO EL_FIELD_NAME
                       MOVE CT_TO_CODE TO EL_BAD_VALUE
                       IF GC_REASON = SPACES
                           IF CODE_SEEN
                               MOVE "NT" TO GC_REASON
                           ELSE
                               MOVE "UT" TO GC_REASON
                           END-IF
                       END-IF
                       IF CODE_SEEN
                           PERFORM LOG_NO_EFFECTIVE_FACTOR
                       ELSE
               END-IF.
               IF GC_TRAN_OK AND CT_VALUE_X NOT NUMERIC
                   MOVE 0 TO GC_TRAN_OK_SW
                   MOVE "BV" TO GC_REASON
                   MOVE "CT_VALUE" TO EL_FIELD_NAME
                   MOVE CT_VALUE_X TO EL_BAD_VALUE
                   PERFORM LOG_REJECTED_ENTRY
                       / UT_FACTOR(TO_UNIT_IDX)
                       ON SIZE ERROR
                           MOVE 0 TO GC_TRAN_OK_SW
                           MOVE "OV" TO GC_REASON
                           MOVE "CT_VALUE" TO EL_FIELD_NAME
                           MOVE CT_VALUE_X TO EL_BAD_VALUE
                           PERFORM LOG_RESULT_OVERFLOW
               IF GC_TRAN_OK
                   ADD 1 TO GC_REC_COUNT
                   PERFORM WRITE_CONV_LINE
                   PERFORM WRITE_CONV_RESULT
               ELSE
                   ADD 1 TO GC_ERR_COUNT
                   PERFORM WRITE_CONV_REJECT
               END-IF.

           WRITE_CONV_RESULT.
               MOVE CT_FROM_CODE TO CO_FROM_CODE.
               MOVE CT_TO_CODE TO CO_TO_CODE.
               MOVE CT_VALUE TO CO_VALUE.
               MOVE CT_TRAN_DATE TO CO_TRAN_DATE.
               MOVE METER_RESULT TO CO_RESULT.
               MOVE UT_FACTOR(FROM_UNIT_IDX) TO CO_FROM_FACTOR.
               MOVE UT_EFF_FROM(FROM_UNIT_IDX) TO CO_FROM_EFF_FROM.
               MOVE UT_FACTOR(TO_UNIT_IDX) TO CO_TO_FACTOR.
               MOVE UT_EFF_FROM(TO_UNIT_IDX) TO CO_TO_EFF_FROM.
               MOVE GC_SOURCE TO CO_SOURCE.
               MOVE GC_RUN_DATE TO CO_RUN_DATE.
               WRITE CONV_RESULT_RECORD.
               IF FS_CONVOUT = "00"
                   ADD 1 TO GC_OUT_COUNT
                   ADD CT_VALUE TO GC_HASH_OUT
               END-IF.
               IF GC_FROM_RESUB
                   ADD 1 TO GC_RESUB_OK
               END-IF.

           WRITE_CONV_REJECT.
               MOVE CONV_TRAN_RECORD TO CJ_TRAN_FIELDS.
               MOVE GC_REASON TO CJ_REASON.
               MOVE GC_SOURCE TO CJ_SOURCE.
               WRITE CONV_REJECT_RECORD.
               IF FS_CONVREJ = "00"
                   ADD 1 TO GC_REJ_COUNT
                   IF CT_VALUE_X IS NUMERIC
                       ADD CT_VALUE TO GC_HASH_OUT
                   END-IF
               END-IF.
               IF GC_FROM_RESUB
                   ADD 1 TO GC_RESUB_REJ
               END-IF.

           LOG_UNKNOWN_UNIT.
                   " REJECTED: " GC_ERR_COUNT
                   DELIMITED BY SIZE INTO CONV_REPORT_RECORD.
               WRITE CONV_REPORT_RECORD.
               MOVE SPACES TO CONV_REPORT_RECORD.
               STRING "RESUBMITTED: " GC_RESUB_IN
                   " ACCEPTED: " GC_RESUB_OK
                   " REJECTED AGAIN: " GC_RESUB_REJ
                   DELIMITED BY SIZE INTO CONV_REPORT_RECORD.
               WRITE CONV_REPORT_RECORD.

           CONV_RECONCILE.
               MOVE 0 TO GC_BAL_OK_SW.
               IF GC_TRAN_IN + GC_RESUB_IN = GC_OUT_COUNT + GC_REJ_COUNT
                   AND GC_OUT_COUNT = GC_REC_COUNT
                   AND GC_REJ_COUNT = GC_ERR_COUNT
                   AND GC_HASH_IN = GC_HASH_OUT
                   SET GC_BAL_OK TO TRUE
               END-IF.
               OPEN EXTEND BALANCE_REPORT_FILE.
               IF FS_BALRPT = "35"
                   OPEN OUTPUT BALANCE_REPORT_FILE
               END-IF.
               MOVE SPACES TO BALANCE_REPORT_RECORD.
               STRING "GENERAL CONVERSION BALANCING REPORT - RUN DATE: "
                   GC_RUN_DATE
                   DELIMITED BY SIZE INTO BALANCE_REPORT_RECORD.
               WRITE BALANCE_REPORT_RECORD.
               MOVE SPACES TO BALANCE_REPORT_RECORD.
               STRING "CONVTRAN RECORDS READ:   " GC_TRAN_IN
                   DELIMITED BY SIZE INTO BALANCE_REPORT_RECORD.
               WRITE BALANCE_REPORT_RECORD.
               MOVE SPACES TO BALANCE_REPORT_RECORD.
               STRING "CONVRSUB RECORDS READ:   " GC_RESUB_IN
                   DELIMITED BY SIZE INTO BALANCE_REPORT_RECORD.
               WRITE BALANCE_REPORT_RECORD.
               MOVE SPACES TO BALANCE_REPORT_RECORD.
               STRING "TOTAL INPUT HASH:        " GC_HASH_IN
                   DELIMITED BY SIZE INTO BALANCE_REPORT_RECORD.
               WRITE BALANCE_REPORT_RECORD.
               MOVE SPACES TO BALANCE_REPORT_RECORD.
               STRING "CONVOUT RECORDS WRITTEN: " GC_OUT_COUNT
                   DELIMITED BY SIZE INTO BALANCE_REPORT_RECORD.
               WRITE BALANCE_REPORT_RECORD.
               MOVE SPACES TO BALANCE_REPORT_RECORD.
               STRING "CONVREJ RECORDS WRITTEN: " GC_REJ_COUNT
                   DELIMITED BY SIZE INTO BALANCE_REPORT_RECORD.
               WRITE BALANCE_REPORT_RECORD.
               MOVE SPACES TO BALANCE_REPORT_RECORD.
               STRING "TOTAL OUTPUT HASH:       " GC_HASH_OUT
                   DELIMITED BY SIZE INTO BALANCE_REPORT_RECORD.
               WRITE BALANCE_REPORT_RECORD.
               MOVE SPACES TO BALANCE_REPORT_RECORD.
               STRING "RESUBMITTED ACCEPTED:    " GC_RESUB_OK
                   "  REJECTED AGAIN: " GC_RESUB_REJ
                   DELIMITED BY SIZE INTO BALANCE_REPORT_RECORD.
               WRITE BALANCE_REPORT_RECORD.
               MOVE SPACES TO BALANCE_REPORT_RECORD.
               IF GC_BAL_OK
                   MOVE "RUN IN BALANCE" TO BALANCE_REPORT_RECORD
               ELSE
                   MOVE "*** RUN OUT OF BALANCE ***"
                       TO BALANCE_REPORT_RECORD
               END-IF.
               WRITE BALANCE_REPORT_RECORD.
               CLOSE BALANCE_REPORT_FILE.
               IF GC_BAL_OK
                   DISPLAY "GENERAL CONVERSION IN BALANCE, IN="
                       GC_TRAN_IN " RESUB=" GC_RESUB_IN
                   MOVE SPACES TO AUDIT_SUMMARY
                   STRING "BAL OK  CONV IN=" GC_TRAN_IN " RS="
                       GC_RESUB_IN " RJ=" GC_REJ_COUNT
                       DELIMITED BY SIZE INTO AUDIT_SUMMARY
                   PERFORM WRITE_AUDIT_ENTRY
               ELSE
                   DISPLAY "******************************************"
                   DISPLAY "***   GENERAL CONVERSION OUT OF BALANCE ***"
                   DISPLAY "***   IN=" GC_TRAN_IN " RESUB=" GC_RESUB_IN
                       " HASH=" GC_HASH_IN
                   DISPLAY "***   OUT=" GC_OUT_COUNT " REJ="
                       GC_REJ_COUNT " HASH=" GC_HASH_OUT
                   DISPLAY "******************************************"
                   MOVE 12 TO PROPOSED_RC
                   PERFORM RAISE_RETURN_CODE
                   MOVE SPACES TO AUDIT_SUMMARY
                   STRING "BAL BAD CONV IN=" GC_TRAN_IN " RS="
                       GC_RESUB_IN " RJ=" GC_REJ_COUNT
                       DELIMITED BY SIZE INTO AUDIT_SUMMARY
                   PERFORM WRITE_AUDIT_ENTRY
               END-IF.

           BATCH_READINGS_LOAD.
               MOVE 0 TO BL_EOF_SW.
                   PERFORM READ_READINGS_INPUT UNTIL BL_EOF
                   CLOSE READINGS_INPUT_FILE
                   PERFORM CHECK_READINGS_CONTROLS
                   IF BL_LOAD_OK
                       MOVE BL_BUS_DATE TO PL_CHK_DATE
                       MOVE BL_POINT TO PL_CHK_POINT
                       PERFORM CHECK_PERIOD_OPEN
                       IF PL_CLOSED
                           PERFORM REFUSE_CLOSED_PERIOD
                           MOVE 0 TO BL_LOAD_OK_SW
                       END-IF
                   END-IF
                   IF BL_LOAD_OK
                       MOVE BL_READ_COUNT TO REC_COUNT
                       MOVE BL_POINT TO ARRAY_POINT
                       MOVE BL_BUS_DATE TO ARRAY_BUS_DATE
                       MOVE 0 TO ARRAY_EST_SW
                       PERFORM COPY_ONE_LOADED VARYING IDX3 FROM 1
                           BY 1 UNTIL IDX3 > REC_COUNT
                       DISPLAY "BATCH LOADED " REC_COUNT
                       IF RL_HDR_DATE IS NUMERIC
                           AND RL_HDR_COUNT IS NUMERIC
                           AND PT_FOUND
                           IF PT_UNIT(PT_FOUND_IDX) = SPACES
                               DISPLAY "** METER POINT " RL_HDR_POINT
                                   " HAS NO READING UNIT ASSIGNED **"
                               ADD 1 TO BL_ERR_COUNT
                               MOVE "MP_UNIT" TO EL_FIELD_NAME
                               MOVE RL_HDR_POINT TO EL_BAD_VALUE
                               PERFORM LOG_NO_POINT_UNIT
                           ELSE
                               SET BL_GOT_HDR TO TRUE
                               MOVE RL_HDR_DATE TO BL_BUS_DATE
                               MOVE RL_HDR_COUNT TO BL_EXP_COUNT
                               MOVE RL_HDR_POINT TO BL_POINT
                               MOVE BL_POINT TO SUSP_POINT
                               MOVE BL_BUS_DATE TO SUSP_DATE
                           END-IF
                       ELSE
                           DISPLAY "** HEADER RECORD NOT NUMERIC OR "
                               "UNKNOWN METER POINT **"
               MOVE "BATCH LOAD CONTROL FAILURE" TO EL_REASON.
               WRITE ERROR_LOG_RECORD.

           LOG_NO_POINT_UNIT.
               ACCEPT EL_RUN_DATE FROM DATE YYYYMMDD.
               ACCEPT EL_RUN_TIME FROM TIME.
               MOVE "NO READING UNIT ON POINT" TO EL_REASON.
               WRITE ERROR_LOG_RECORD.

           SUSPENSE_REVIEW.
               MOVE 0 TO SR_COUNT.
               MOVE 0 TO SR_EOF_SW.
                   WRITE SUSPENSE_RECORD
               END-IF.

           QUEUE_FACTOR_CHANGE.
               PERFORM START_PENDING_CHANGE.
               IF PQ_NEXT_SEQ > 0
                   MOVE "U" TO PG_TYPE
                   MOVE MAINT_CODE TO PG_UNIT_CODE
                   MOVE UT_FACTOR(MAINT_IDX) TO PG_OLD_FACTOR
                   MOVE UT_EFF_FROM(MAINT_IDX) TO PG_OLD_EFF_FROM
                   MOVE UT_EFF_TO(MAINT_IDX) TO PG_OLD_EFF_TO
                   MOVE NEW_FACTOR TO PG_NEW_FACTOR
                   MOVE NEW_EFF_FROM TO PG_NEW_EFF_FROM
                   PERFORM WRITE_PENDING_CHANGE
                   IF PQ_WRITE_OK
                       MOVE SPACES TO AUDIT_SUMMARY
                       STRING "BY " OPER_ID " QUEUED " PQ_ID_TEXT
                           " UPD " MAINT_CODE
                           DELIMITED BY SIZE INTO AUDIT_SUMMARY
                       PERFORM WRITE_AUDIT_ENTRY
                       DISPLAY "FACTOR CHANGE FOR " MAINT_CODE
                           " QUEUED AS " PQ_ID_TEXT
                       DISPLAY "UNIT MASTER IS UNCHANGED UNTIL A "
                           "DIFFERENT LEVEL 2 OPERATOR APPROVES IT"
                   END-IF
               END-IF.

           QUEUE_CORRECTIONS.
               PERFORM START_PENDING_CHANGE.
               IF PQ_NEXT_SEQ > 0
                   MOVE "C" TO PG_TYPE
                   MOVE RM_LOAD_DATE TO PG_CORR_DATE
                   MOVE CR_POINT TO PG_CORR_POINT
                   MOVE RM_LOAD_COUNT TO PG_CORR_COUNT
                   MOVE RM_LOAD_EST_FLAG TO PG_CORR_EST
                   MOVE ZEROS TO PG_CORR_TABLE
                   PERFORM SET_ONE_PENDING_CORR VARYING CR_IDX FROM 1
                       BY 1 UNTIL CR_IDX > RM_LOAD_COUNT
                   PERFORM WRITE_PENDING_CHANGE
                   IF PQ_WRITE_OK
                       MOVE SPACES TO AUDIT_SUMMARY
                       STRING "BY " OPER_ID " QUEUED " PQ_ID_TEXT
                           " CORR " CR_POINT
                           DELIMITED BY SIZE INTO AUDIT_SUMMARY
                       PERFORM WRITE_AUDIT_ENTRY
                       DISPLAY "CORRECTIONS FOR " RM_LOAD_DATE
                           " POINT " CR_POINT " QUEUED AS "
                           PQ_ID_TEXT
                       DISPLAY "READINGS MASTER IS UNCHANGED UNTIL A "
                           "DIFFERENT LEVEL 2 OPERATOR APPROVES THEM"
                   ELSE
                       DISPLAY "CORRECTIONS NOT SUBMITTED - MASTER "
                           "UNCHANGED"
                   END-IF
               ELSE
                   DISPLAY "CORRECTIONS NOT SUBMITTED - MASTER "
                       "UNCHANGED"
               END-IF.

           SET_ONE_PENDING_CORR.
               MOVE CR_ORIG_VAL(CR_IDX) TO PG_CORR_OLD(CR_IDX).
               MOVE RM_LOAD_VAL(CR_IDX) TO PG_CORR_NEW(CR_IDX).
               MOVE CR_VOID_SW(CR_IDX) TO PG_CORR_VOID(CR_IDX).

           START_PENDING_CHANGE.
               ACCEPT PQ_TODAY FROM DATE YYYYMMDD.
               MOVE 0 TO PQ_NEXT_SEQ.
               OPEN INPUT PENDING_CHANGE_FILE.
               IF FS_PENDCHG = "00"
                   MOVE 0 TO PQ_EOF_SW
                   PERFORM SCAN_ONE_PENDING_SEQ UNTIL PQ_EOF
                   CLOSE PENDING_CHANGE_FILE
               END-IF.
               IF PQ_NEXT_SEQ = 999
                   DISPLAY "** 999 CHANGES ALREADY QUEUED TODAY - "
                       "CHANGE NOT QUEUED **"
                   MOVE 0 TO PQ_NEXT_SEQ
               ELSE
                   ADD 1 TO PQ_NEXT_SEQ
                   MOVE SPACES TO PENDING_CHANGE_RECORD
                   MOVE PQ_TODAY TO PG_MADE_DATE
                   MOVE PQ_NEXT_SEQ TO PG_SEQ
                   ACCEPT PG_MADE_TIME FROM TIME
                   MOVE "P" TO PG_STATUS
                   MOVE OPER_ID TO PG_MAKER_ID
                   MOVE SPACES TO PG_CHECKER_ID
                   MOVE 0 TO PG_DONE_DATE
                   MOVE 0 TO PG_DONE_TIME
                   MOVE "N" TO PG_RPT_FLAG
                   PERFORM BUILD_PENDING_ID
               END-IF.

           SCAN_ONE_PENDING_SEQ.
               READ PENDING_CHANGE_FILE
                   AT END
                       MOVE 1 TO PQ_EOF_SW
                   NOT AT END
                       IF PG_MADE_DATE = PQ_TODAY
                           AND PG_SEQ > PQ_NEXT_SEQ
                           MOVE PG_SEQ TO PQ_NEXT_SEQ
                       END-IF
               END-READ.

           BUILD_PENDING_ID.
               MOVE SPACES TO PQ_ID_TEXT.
               STRING PG_MADE_DATE "-" PG_SEQ
                   DELIMITED BY SIZE INTO PQ_ID_TEXT.

           WRITE_PENDING_CHANGE.
               MOVE 0 TO PQ_WRITE_OK_SW.
               OPEN EXTEND PENDING_CHANGE_FILE.
               IF FS_PENDCHG = "35"
                   OPEN OUTPUT PENDING_CHANGE_FILE
               END-IF.
               IF FS_PENDCHG NOT = "00"
                   DISPLAY "** PENDING CHANGES FILE OPEN FAILED, "
                       "STATUS=" FS_PENDCHG " **"
               ELSE
                   WRITE PENDING_CHANGE_RECORD
                   IF FS_PENDCHG = "00"
                       SET PQ_WRITE_OK TO TRUE
                   ELSE
                       DISPLAY "** PENDING CHANGES WRITE FAILED, "
                           "STATUS=" FS_PENDCHG " **"
                   END-IF
                   CLOSE PENDING_CHANGE_FILE
               END-IF.

           LOAD_PENDING_PARAMS.
               MOVE 7 TO PQ_EXPIRE_DAYS.
               OPEN INPUT PENDING_PARAM_FILE.
               IF FS_PENDPRM = "00"
                   READ PENDING_PARAM_FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PP_EXPIRE_DAYS IS NUMERIC
                               AND PP_EXPIRE_DAYS > 0
                               MOVE PP_EXPIRE_DAYS TO PQ_EXPIRE_DAYS
                           ELSE
                               DISPLAY "** PENDING CHANGE PARAMETER "
                                   "INVALID - EXPIRY LEFT AT "
                                   PQ_EXPIRE_DAYS " DAYS **"
                           END-IF
                   END-READ
                   CLOSE PENDING_PARAM_FILE
               END-IF.

           PENDING_REVIEW.
               MOVE 0 TO PQ_COUNT.
               MOVE 0 TO PQ_EOF_SW.
               MOVE 0 TO PQ_APR_COUNT.
               MOVE 0 TO PQ_REJ_COUNT.
               MOVE 0 TO PQ_EXP_COUNT.
               MOVE 0 TO PQ_SKIP_COUNT.
               PERFORM LOAD_PENDING_PARAMS.
               ACCEPT PQ_TODAY FROM DATE YYYYMMDD.
               OPEN INPUT PENDING_CHANGE_FILE.
               IF FS_PENDCHG NOT = "00"
                   DISPLAY "NO PENDING CHANGES FILE ON HAND - NOTHING "
                       "TO REVIEW"
               ELSE
                   MOVE 0 TO PQ_OVERFLOW_SW
                   PERFORM READ_PENDING_RECORD UNTIL PQ_EOF
                   CLOSE PENDING_CHANGE_FILE
                   IF PQ_OVERFLOW
                       DISPLAY "** MORE THAN 50 PENDING CHANGE RECORDS "
                           "- REVIEW ABORTED, FILE UNCHANGED **"
                   ELSE
                       IF PQ_COUNT = 0
                           DISPLAY "PENDING CHANGES FILE IS EMPTY - "
                               "NOTHING TO REVIEW"
                       ELSE
                           PERFORM REVIEW_ONE_PENDING
                               VARYING PQ_IDX FROM 1 BY 1
                               UNTIL PQ_IDX > PQ_COUNT
                           PERFORM REWRITE_PENDING_FILE
                           DISPLAY "REVIEW COMPLETE: " PQ_APR_COUNT
                               " APPROVED, " PQ_REJ_COUNT " REJECTED, "
                               PQ_EXP_COUNT " EXPIRED, " PQ_SKIP_COUNT
                               " STILL PENDING"
                           MOVE SPACES TO AUDIT_SUMMARY
                           STRING "PEND REVIEW A=" PQ_APR_COUNT
                               " J=" PQ_REJ_COUNT
                               " X=" PQ_EXP_COUNT
                               " P=" PQ_SKIP_COUNT
                               DELIMITED BY SIZE INTO AUDIT_SUMMARY
                           PERFORM WRITE_AUDIT_ENTRY
                       END-IF
                   END-IF
               END-IF.

           READ_PENDING_RECORD.
               READ PENDING_CHANGE_FILE
                   AT END
                       MOVE 1 TO PQ_EOF_SW
                   NOT AT END
                       IF PQ_COUNT < 50
                           ADD 1 TO PQ_COUNT
                           MOVE PENDING_CHANGE_RECORD
                               TO PQ_ENTRY(PQ_COUNT)
                       ELSE
                           SET PQ_OVERFLOW TO TRUE
                           MOVE 1 TO PQ_EOF_SW
                       END-IF
               END-READ.

           REVIEW_ONE_PENDING.
               MOVE PQ_ENTRY(PQ_IDX) TO PENDING_CHANGE_RECORD.
               IF PG_STATUS = "P"
                   PERFORM BUILD_PENDING_ID
                   COMPUTE PQ_AGE =
                       FUNCTION INTEGER-OF-DATE(PQ_TODAY)
                       - FUNCTION INTEGER-OF-DATE(PG_MADE_DATE)
                   IF PQ_AGE > PQ_EXPIRE_DAYS
                       PERFORM EXPIRE_ONE_PENDING
                   ELSE
                       PERFORM SHOW_ONE_PENDING
                       IF PG_MAKER_ID = OPER_ID
                           ADD 1 TO PQ_SKIP_COUNT
                           DISPLAY "** ENTERED BY YOU - A DIFFERENT "
                               "LEVEL 2 OPERATOR MUST REVIEW IT **"
                       ELSE
                           DISPLAY "APPROVE, REJECT OR SKIP? (A/J/S): "
                               WITH NO ADVANCING
                           ACCEPT PQ_ANS
                           EVALUATE PQ_ANS
                           WHEN "A"
                           WHEN "a"
                               PERFORM APPROVE_ONE_PENDING
                           WHEN "J"
                           WHEN "j"
                               MOVE "REJECTED BY CHECKER" TO PG_REASON
                               PERFORM REJECT_ONE_PENDING
                           WHEN OTHER
                               ADD 1 TO PQ_SKIP_COUNT
                               DISPLAY "LEFT PENDING"
                           END-EVALUATE
                       END-IF
                   END-IF
                   MOVE PENDING_CHANGE_RECORD TO PQ_ENTRY(PQ_IDX)
               END-IF.

           SHOW_ONE_PENDING.
               IF PG_TYPE = "U"
                   DISPLAY "PENDING " PQ_ID_TEXT " FACTOR CHANGE FOR "
                       "UNIT " PG_UNIT_CODE " BY " PG_MAKER_ID
                   DISPLAY "             CURRENT     PROPOSED"
                   DISPLAY "FACTOR       " PG_OLD_FACTOR "    "
                       PG_NEW_FACTOR
                   DISPLAY "EFFECTIVE    " PG_OLD_EFF_FROM "    "
                       PG_NEW_EFF_FROM
               ELSE
                   DISPLAY "PENDING " PQ_ID_TEXT " CORRECTION OF "
                       PG_CORR_DATE " POINT " PG_CORR_POINT " BY "
                       PG_MAKER_ID
                   DISPLAY "SEQ  POSTED  CORRECTED"
                   PERFORM SHOW_ONE_PENDING_CORR VARYING CR_IDX
                       FROM 1 BY 1 UNTIL CR_IDX > PG_CORR_COUNT
               END-IF.

           SHOW_ONE_PENDING_CORR.
               IF PG_CORR_VOID(CR_IDX) = 1
                   DISPLAY CR_IDX "  " PG_CORR_OLD(CR_IDX)
                       "     VOID      << CHANGED"
               ELSE
                   IF PG_CORR_NEW(CR_IDX) NOT = PG_CORR_OLD(CR_IDX)
                       MOVE "<< CHANGED" TO PQ_MARK
                   ELSE
                       MOVE SPACES TO PQ_MARK
                   END-IF
                   DISPLAY CR_IDX "  " PG_CORR_OLD(CR_IDX) "     "
                       PG_CORR_NEW(CR_IDX) "       " PQ_MARK
               END-IF.

           APPROVE_ONE_PENDING.
               IF PG_TYPE = "U"
                   PERFORM APPROVE_FACTOR_CHANGE
               ELSE
                   PERFORM APPROVE_CORRECTIONS
               END-IF.

           APPROVE_FACTOR_CHANGE.
               MOVE PG_UNIT_CODE TO MAINT_CODE.
               PERFORM FIND_UNIT_ANY.
               MOVE 0 TO PQ_STALE_SW.
               IF NOT MAINT_FOUND
                   SET PQ_STALE TO TRUE
               ELSE
                   IF UT_FACTOR(MAINT_IDX) NOT = PG_OLD_FACTOR
                       OR UT_EFF_FROM(MAINT_IDX) NOT = PG_OLD_EFF_FROM
                       OR UT_EFF_TO(MAINT_IDX) NOT = PG_OLD_EFF_TO
                       SET PQ_STALE TO TRUE
                   END-IF
               END-IF.
               IF PQ_STALE
                   MOVE "UNIT ROW CHANGED" TO PG_REASON
                   PERFORM REJECT_ONE_PENDING
               ELSE
                   IF UNIT_TABLE_COUNT = 10
                       ADD 1 TO PQ_SKIP_COUNT
                       DISPLAY "** UNIT TABLE FULL - CANNOT ADD AN "
                           "EFFECTIVE-DATED ROW, LEFT PENDING **"
                   ELSE
                       MOVE PG_OLD_FACTOR TO OLD_FACTOR
                       MOVE PG_NEW_FACTOR TO NEW_FACTOR
                       MOVE PG_NEW_EFF_FROM TO NEW_EFF_FROM
                       PERFORM CLOSE_AND_ADD_FACTOR_ROW
                       IF REWRITE_OK
                           PERFORM MARK_PENDING_APPROVED
                       ELSE
                           ADD 1 TO PQ_SKIP_COUNT
                           DISPLAY "LEFT PENDING"
                       END-IF
                   END-IF
               END-IF.

           APPROVE_CORRECTIONS.
               MOVE PG_CORR_DATE TO RM_LOAD_DATE.
               MOVE PG_CORR_POINT TO CR_POINT.
               MOVE RM_LOAD_DATE TO PL_CHK_DATE.
               MOVE CR_POINT TO PL_CHK_POINT.
               PERFORM CHECK_PERIOD_OPEN.
               IF PL_CLOSED
                   PERFORM REFUSE_CLOSED_PERIOD
                   ADD 1 TO PQ_SKIP_COUNT
                   DISPLAY "LEFT PENDING"
               ELSE
                   MOVE CR_POINT TO RM_LOAD_POINT
                   OPEN INPUT READINGS_MASTER_FILE
                   IF FS_READMAST NOT = "00"
                       DISPLAY "** READINGS MASTER FILE NOT FOUND **"
                       ADD 1 TO PQ_SKIP_COUNT
                       DISPLAY "LEFT PENDING"
                   ELSE
                       MOVE 0 TO RM_EOF_SW
                       MOVE 0 TO RM_FOUND_SW
                       MOVE 0 TO RM_LOAD_COUNT
                       MOVE SPACE TO RM_LOAD_EST_FLAG
                       PERFORM START_READMAST_SET
                       PERFORM READ_READINGS_RECORD UNTIL RM_EOF
                       CLOSE READINGS_MASTER_FILE
                       PERFORM CHECK_CORRECTIONS_CURRENT
                       IF PQ_STALE
                           MOVE "READINGS CHANGED" TO PG_REASON
                           PERFORM REJECT_ONE_PENDING
                       ELSE
                           PERFORM SET_ONE_APPROVED_CORR VARYING CR_IDX
                               FROM 1 BY 1 UNTIL CR_IDX > RM_LOAD_COUNT
                           PERFORM POST_CORRECTIONS
                           IF CORR_OK
                               PERFORM MARK_PENDING_APPROVED
                           ELSE
                               ADD 1 TO PQ_SKIP_COUNT
                               DISPLAY "LEFT PENDING"
                               MOVE 6 TO PROPOSED_RC
                               PERFORM RAISE_RETURN_CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           CHECK_CORRECTIONS_CURRENT.
               MOVE 0 TO PQ_STALE_SW.
               IF NOT RM_FOUND
                   OR RM_LOAD_COUNT NOT = PG_CORR_COUNT
                   OR RM_LOAD_EST_FLAG NOT = PG_CORR_EST
                   SET PQ_STALE TO TRUE
               ELSE
                   PERFORM CHECK_ONE_CORR_CURRENT VARYING CR_IDX
                       FROM 1 BY 1 UNTIL CR_IDX > RM_LOAD_COUNT
               END-IF.

           CHECK_ONE_CORR_CURRENT.
               IF RM_LOAD_VAL(CR_IDX) NOT = PG_CORR_OLD(CR_IDX)
                   SET PQ_STALE TO TRUE
               END-IF.

           SET_ONE_APPROVED_CORR.
               MOVE PG_CORR_NEW(CR_IDX) TO RM_LOAD_VAL(CR_IDX).
               MOVE PG_CORR_VOID(CR_IDX) TO CR_VOID_SW(CR_IDX).

           MARK_PENDING_APPROVED.
               MOVE "A" TO PG_STATUS.
               MOVE "APPROVED" TO PG_REASON.
               PERFORM STAMP_PENDING_DECISION.
               ADD 1 TO PQ_APR_COUNT.
               MOVE SPACES TO AUDIT_SUMMARY.
               STRING "PEND " PQ_ID_TEXT " APPROVED MK=" PG_MAKER_ID
                   " CK=" OPER_ID
                   DELIMITED BY SIZE INTO AUDIT_SUMMARY.
               PERFORM WRITE_AUDIT_ENTRY.
               DISPLAY "APPROVED - " PQ_ID_TEXT " APPLIED".

           REJECT_ONE_PENDING.
               MOVE "J" TO PG_STATUS.
               PERFORM STAMP_PENDING_DECISION.
               ADD 1 TO PQ_REJ_COUNT.
               MOVE SPACES TO AUDIT_SUMMARY.
               STRING "PEND " PQ_ID_TEXT " REJECTED MK=" PG_MAKER_ID
                   " CK=" OPER_ID
                   DELIMITED BY SIZE INTO AUDIT_SUMMARY.
               PERFORM WRITE_AUDIT_ENTRY.
               DISPLAY "REJECTED - " PG_REASON.

           EXPIRE_ONE_PENDING.
               MOVE "X" TO PG_STATUS.
               MOVE "EXPIRED UNREVIEWED" TO PG_REASON.
               ACCEPT PG_DONE_DATE FROM DATE YYYYMMDD.
               ACCEPT PG_DONE_TIME FROM TIME.
               ADD 1 TO PQ_EXP_COUNT.
               MOVE SPACES TO AUDIT_SUMMARY.
               STRING "PEND " PQ_ID_TEXT " EXPIRED MK=" PG_MAKER_ID
                   DELIMITED BY SIZE INTO AUDIT_SUMMARY.
               PERFORM WRITE_AUDIT_ENTRY.
               DISPLAY "PENDING " PQ_ID_TEXT " BY " PG_MAKER_ID
                   " EXPIRED - OLDER THAN " PQ_EXPIRE_DAYS " DAYS".

           STAMP_PENDING_DECISION.
               MOVE OPER_ID TO PG_CHECKER_ID.
               ACCEPT PG_DONE_DATE FROM DATE YYYYMMDD.
               ACCEPT PG_DONE_TIME FROM TIME.

           REWRITE_PENDING_FILE.
               OPEN OUTPUT PENDING_CHANGE_FILE.
               IF FS_PENDCHG NOT = "00"
                   DISPLAY "** PENDING CHANGES REWRITE FAILED, STATUS="
                       FS_PENDCHG " **"
               ELSE
                   PERFORM WRITE_ONE_PENDING
                       VARYING PQ_IDX FROM 1 BY 1
                       UNTIL PQ_IDX > PQ_COUNT
                   CLOSE PENDING_CHANGE_FILE
               END-IF.

           WRITE_ONE_PENDING.
               MOVE PQ_ENTRY(PQ_IDX) TO PENDING_CHANGE_RECORD.
               WRITE PENDING_CHANGE_RECORD.

           HISTORY_INQUIRY.
               MOVE 0 TO VALID_SW.
               PERFORM VALIDATE_IQ_FROM_DATE UNTIL ENTRY_VALID.
               MOVE 0 TO VALID_SW.
               PERFORM VALIDATE_IQ_TO_DATE UNTIL ENTRY_VALID.
               MOVE 0 TO VALID_SW.
               PERFORM VALIDATE_IQ_POINT UNTIL ENTRY_VALID.
               PERFORM LOAD_IQ_SUSPENSE.
               PERFORM LOAD_IQ_SUMMARY.
               IF IQ_LINES = 0 AND IQ_SP_COUNT = 0
                   DISPLAY "NO DAILY SUMMARY LINES OR OPEN SUSPENSE "
                       "ITEMS FOR " IQ_FROM_DATE " TO " IQ_TO_DATE
                       " POINT " IQ_POINT
               ELSE
                   PERFORM IQ_SORT_PASS VARYING IQ_IDX FROM 1 BY 1
                       UNTIL IQ_IDX > IQ_LINES
                   MOVE 0 TO IQ_ORPHANS
                   PERFORM IQ_MATCH_SUSPENSE
                       VARYING IQ_SP_IDX FROM 1 BY 1
                       UNTIL IQ_SP_IDX > IQ_SP_COUNT
                   IF IQ_LINES = 0
                       PERFORM IQ_SHOW_ORPHANS
                   ELSE
                       COMPUTE IQ_PAGE_TOTAL = (IQ_LINES + 9) / 10
                       MOVE 1 TO IQ_PAGE_START
                       MOVE 0 TO IQ_EXITED
                       PERFORM IQ_PAGE_MENU UNTIL IQ_EXITED = 1
                   END-IF
               END-IF.
               MOVE SPACES TO AUDIT_SUMMARY.
               STRING "HIST INQ " IQ_FROM_DATE "-" IQ_TO_DATE " "
                   IQ_POINT " L=" IQ_LINES
                   DELIMITED BY SIZE INTO AUDIT_SUMMARY.
               PERFORM WRITE_AUDIT_ENTRY.

           VALIDATE_IQ_FROM_DATE.
               DISPLAY "ENTER FROM DATE (YYYYMMDD): " WITH NO
                   ADVANCING.
               ACCEPT IQ_DATE_ENTRY.
               IF IQ_DATE_ENTRY IS NUMERIC
                   MOVE IQ_DATE_ENTRY TO IQ_FROM_DATE
                   SET ENTRY_VALID TO TRUE
               ELSE
                   DISPLAY "** INVALID DATE - 8 DIGITS REQUIRED **"
                   MOVE "IQ_FROM" TO EL_FIELD_NAME
                   MOVE IQ_DATE_ENTRY TO EL_BAD_VALUE
                   PERFORM LOG_REJECTED_ENTRY
                   SET ENTRY_INVALID TO TRUE
               END-IF.

           VALIDATE_IQ_TO_DATE.
               DISPLAY "ENTER TO DATE (YYYYMMDD): " WITH NO
                   ADVANCING.
               ACCEPT IQ_DATE_ENTRY.
               IF IQ_DATE_ENTRY IS NUMERIC
                   AND IQ_DATE_ENTRY NOT < IQ_FROM_DATE
                   MOVE IQ_DATE_ENTRY TO IQ_TO_DATE
                   SET ENTRY_VALID TO TRUE
               ELSE
                   DISPLAY "** INVALID DATE - 8 DIGITS, NOT BEFORE "
                       IQ_FROM_DATE " **"
                   MOVE "IQ_TO" TO EL_FIELD_NAME
                   MOVE IQ_DATE_ENTRY TO EL_BAD_VALUE
                   PERFORM LOG_REJECTED_ENTRY
                   SET ENTRY_INVALID TO TRUE
               END-IF.

           VALIDATE_IQ_POINT.
               DISPLAY "ENTER METER POINT CODE (BLANK = ALL): " WITH
                   NO ADVANCING.
               MOVE SPACES TO IQ_POINT_ENTRY.
               ACCEPT IQ_POINT_ENTRY.
               IF IQ_POINT_ENTRY = SPACES
                   MOVE "ALL " TO IQ_POINT
                   SET ENTRY_VALID TO TRUE
               ELSE
                   MOVE 0 TO IQ_POINT_OK_SW
                   PERFORM IQ_MATCH_POINT VARYING PT_IDX FROM 1 BY 1
                       UNTIL PT_IDX > POINT_TABLE_COUNT
                   IF IQ_POINT_OK
                       MOVE IQ_POINT_ENTRY TO IQ_POINT
                       SET ENTRY_VALID TO TRUE
                   ELSE
                       DISPLAY "** UNKNOWN METER POINT "
                           IQ_POINT_ENTRY " **"
                       MOVE "MP_CODE" TO EL_FIELD_NAME
                       MOVE IQ_POINT_ENTRY TO EL_BAD_VALUE
                       PERFORM LOG_REJECTED_ENTRY
                       SET ENTRY_INVALID TO TRUE
                   END-IF
               END-IF.

           IQ_MATCH_POINT.
               IF PT_CODE(PT_IDX) = IQ_POINT_ENTRY
                   SET IQ_POINT_OK TO TRUE
               END-IF.

           LOAD_IQ_SUSPENSE.
               MOVE 0 TO IQ_SP_COUNT.
               MOVE 0 TO IQ_OVERFLOW_SW.
               OPEN INPUT SUSPENSE_FILE.
               IF FS_SUSPENSE = "00"
                   MOVE 0 TO IQ_EOF_SW
                   PERFORM READ_IQ_SUSPENSE UNTIL IQ_EOF
                   CLOSE SUSPENSE_FILE
                   IF IQ_OVERFLOW
                       DISPLAY "** MORE THAN 100 OPEN SUSPENSE ITEMS "
                           "IN RANGE - ONLY 100 SHOWN **"
                   END-IF
               END-IF.

           READ_IQ_SUSPENSE.
               READ SUSPENSE_FILE
                   AT END
                       MOVE 1 TO IQ_EOF_SW
                   NOT AT END
                       IF SP_RUN_DATE NOT < IQ_FROM_DATE
                           AND SP_RUN_DATE NOT > IQ_TO_DATE
                           AND (SP_POINT = IQ_POINT
                               OR IQ_POINT = "ALL ")
                           AND (SP_STATUS = "P" OR SP_STATUS = "R")
                           IF IQ_SP_COUNT < 100
                               ADD 1 TO IQ_SP_COUNT
                               MOVE SP_RUN_DATE
                                   TO IQ_SP_DATE(IQ_SP_COUNT)
                               MOVE SP_POINT TO IQ_SP_POINT(IQ_SP_COUNT)
                               MOVE SP_VALUE TO IQ_SP_VALUE(IQ_SP_COUNT)
                               MOVE SP_REASON
                                   TO IQ_SP_REASON(IQ_SP_COUNT)
                               MOVE SP_STATUS
                                   TO IQ_SP_STATUS(IQ_SP_COUNT)
                               MOVE 0 TO IQ_SP_LINE(IQ_SP_COUNT)
                           ELSE
                               SET IQ_OVERFLOW TO TRUE
                               MOVE 1 TO IQ_EOF_SW
                           END-IF
                       END-IF
               END-READ.

           LOAD_IQ_SUMMARY.
               MOVE 0 TO IQ_LINES.
               MOVE 0 TO IQ_OVERFLOW_SW.
               OPEN INPUT DAILY_SUMMARY_FILE.
               IF FS_DAILYSUM NOT = "00"
                   DISPLAY "** DAILY SUMMARY FILE NOT FOUND **"
               ELSE
                   MOVE 0 TO IQ_EOF_SW
                   PERFORM READ_IQ_SUMMARY UNTIL IQ_EOF
                   CLOSE DAILY_SUMMARY_FILE
                   IF IQ_OVERFLOW
                       DISPLAY "** MORE THAN 200 DAILY SUMMARY LINES "
                           "IN RANGE - ONLY 200 SHOWN, NARROW THE "
                           "RANGE **"
                   END-IF
               END-IF.

           READ_IQ_SUMMARY.
               READ DAILY_SUMMARY_FILE
                   AT END
                       MOVE 1 TO IQ_EOF_SW
                   NOT AT END
                       IF DS_RUN_DATE NOT < IQ_FROM_DATE
                           AND DS_RUN_DATE NOT > IQ_TO_DATE
                           AND (DS_POINT = IQ_POINT
                               OR IQ_POINT = "ALL ")
                           IF IQ_LINES < 200
                               ADD 1 TO IQ_LINES
                               MOVE DS_RUN_DATE TO IQ_DS_DATE(IQ_LINES)
                               MOVE DS_POINT TO IQ_DS_POINT(IQ_LINES)
                               MOVE DS_REC_COUNT
                                   TO IQ_DS_COUNT(IQ_LINES)
                               MOVE DS_INT_SUM TO IQ_DS_SUM(IQ_LINES)
                               MOVE DS_AVERAGE TO IQ_DS_AVG(IQ_LINES)
                               MOVE DS_ADJ_FLAG TO IQ_DS_ADJ(IQ_LINES)
                               MOVE DS_EST_FLAG TO IQ_DS_EST(IQ_LINES)
                               MOVE 0 TO IQ_DS_SUSP(IQ_LINES)
                           ELSE
                               SET IQ_OVERFLOW TO TRUE
                               MOVE 1 TO IQ_EOF_SW
                           END-IF
                       END-IF
               END-READ.

           IQ_SORT_PASS.
               MOVE IQ_IDX TO IQ_MINPOS.
               PERFORM IQ_SORT_COMPARE VARYING IQ_JDX FROM IQ_IDX BY 1
                   UNTIL IQ_JDX > IQ_LINES.
               IF IQ_MINPOS NOT = IQ_IDX
                   MOVE IQ_DS_ENTRY(IQ_IDX) TO IQ_DS_HOLD
                   MOVE IQ_DS_ENTRY(IQ_MINPOS) TO IQ_DS_ENTRY(IQ_IDX)
                   MOVE IQ_DS_HOLD TO IQ_DS_ENTRY(IQ_MINPOS)
               END-IF.

           IQ_SORT_COMPARE.
               IF IQ_DS_KEY(IQ_JDX) < IQ_DS_KEY(IQ_MINPOS)
                   MOVE IQ_JDX TO IQ_MINPOS
               END-IF.

           IQ_MATCH_SUSPENSE.
               PERFORM IQ_MATCH_ONE_LINE VARYING IQ_IDX FROM 1 BY 1
                   UNTIL IQ_IDX > IQ_LINES.
               IF IQ_SP_LINE(IQ_SP_IDX) = 0
                   ADD 1 TO IQ_ORPHANS
               END-IF.

           IQ_MATCH_ONE_LINE.
               IF IQ_SP_LINE(IQ_SP_IDX) = 0
                   AND IQ_SP_DATE(IQ_SP_IDX) = IQ_DS_DATE(IQ_IDX)
                   AND IQ_SP_POINT(IQ_SP_IDX) = IQ_DS_POINT(IQ_IDX)
                   MOVE IQ_IDX TO IQ_SP_LINE(IQ_SP_IDX)
                   ADD 1 TO IQ_DS_SUSP(IQ_IDX)
               END-IF.

           IQ_PAGE_MENU.
               PERFORM IQ_SHOW_PAGE.
               DISPLAY "[1] Next Page ".
               DISPLAY "[2] Previous Page ".
               DISPLAY "[3] Show Readings for a Line ".
               DISPLAY "[4] Return to Main Menu ".
               DISPLAY "CHOICE: " WITH NO ADVANCING.
               ACCEPT IQ_CHOICE.
               EVALUATE IQ_CHOICE
               WHEN 1
                   IF IQ_PAGE_END < IQ_LINES
                       ADD 10 TO IQ_PAGE_START
                   ELSE
                       DISPLAY "ALREADY ON THE LAST PAGE"
                   END-IF
               WHEN 2
                   IF IQ_PAGE_START > 10
                       SUBTRACT 10 FROM IQ_PAGE_START
                   ELSE
                       DISPLAY "ALREADY ON THE FIRST PAGE"
                   END-IF
               WHEN 3
                   PERFORM IQ_SELECT_LINE
               WHEN 4
                   MOVE 1 TO IQ_EXITED
               WHEN OTHER
                   DISPLAY " INVALID INPUT! "
               END-EVALUATE.

           IQ_SHOW_PAGE.
               COMPUTE IQ_PAGE_END = IQ_PAGE_START + 9.
               IF IQ_PAGE_END > IQ_LINES
                   MOVE IQ_LINES TO IQ_PAGE_END
               END-IF.
               COMPUTE IQ_PAGE_NO = (IQ_PAGE_START + 9) / 10.
               DISPLAY " HISTORY INQUIRY " IQ_FROM_DATE " TO "
                   IQ_TO_DATE " POINT " IQ_POINT " - PAGE "
                   IQ_PAGE_NO " OF " IQ_PAGE_TOTAL.
               DISPLAY "LINE DATE     POINT RECS   SUM    AVG ADJ EST "
                   "SUSP".
               PERFORM IQ_SHOW_LINE VARYING IQ_IDX FROM IQ_PAGE_START
                   BY 1 UNTIL IQ_IDX > IQ_PAGE_END.
               IF IQ_PAGE_END = IQ_LINES AND IQ_ORPHANS > 0
                   PERFORM IQ_SHOW_ORPHANS
               END-IF.

           IQ_SHOW_LINE.
               MOVE IQ_IDX TO IQ_LINE_ED.
               MOVE IQ_DS_COUNT(IQ_IDX) TO IQ_CNT_ED.
               MOVE IQ_DS_SUM(IQ_IDX) TO IQ_SUM_ED.
               MOVE IQ_DS_AVG(IQ_IDX) TO IQ_AVG_ED.
               MOVE IQ_DS_SUSP(IQ_IDX) TO IQ_SUSP_ED.
               DISPLAY " " IQ_LINE_ED " " IQ_DS_DATE(IQ_IDX) " "
                   IQ_DS_POINT(IQ_IDX) "   " IQ_CNT_ED " " IQ_SUM_ED
                   " " IQ_AVG_ED "  " IQ_DS_ADJ(IQ_IDX) "   "
                   IQ_DS_EST(IQ_IDX) "  " IQ_SUSP_ED.
               PERFORM IQ_SHOW_LINE_SUSP VARYING IQ_SP_IDX FROM 1 BY 1
                   UNTIL IQ_SP_IDX > IQ_SP_COUNT.

           IQ_SHOW_LINE_SUSP.
               IF IQ_SP_LINE(IQ_SP_IDX) = IQ_IDX
                   PERFORM IQ_SHOW_ONE_SUSP
               END-IF.

           IQ_SHOW_ORPHANS.
               DISPLAY "OPEN SUSPENSE ITEMS WITH NO DAILY SUMMARY "
                   "LINE:".
               PERFORM IQ_SHOW_ORPHAN VARYING IQ_SP_IDX FROM 1 BY 1
                   UNTIL IQ_SP_IDX > IQ_SP_COUNT.

           IQ_SHOW_ORPHAN.
               IF IQ_SP_LINE(IQ_SP_IDX) = 0
                   PERFORM IQ_SHOW_ONE_SUSP
               END-IF.

           IQ_SHOW_ONE_SUSP.
               IF IQ_SP_STATUS(IQ_SP_IDX) = "R"
                   MOVE "RELEASED" TO IQ_STATUS_DESC
               ELSE
                   MOVE "PENDING" TO IQ_STATUS_DESC
               END-IF.
               DISPLAY "      SUSPENSE " IQ_SP_DATE(IQ_SP_IDX) " "
                   IQ_SP_POINT(IQ_SP_IDX) " VALUE "
                   IQ_SP_VALUE(IQ_SP_IDX) " " IQ_STATUS_DESC " - "
                   IQ_SP_REASON(IQ_SP_IDX).

           IQ_SELECT_LINE.
               DISPLAY "ENTER LINE NUMBER: " WITH NO ADVANCING.
               ACCEPT IQ_LINE_ENTRY.
               INSPECT IQ_LINE_ENTRY REPLACING LEADING SPACE BY ZERO.
               IF IQ_LINE_ENTRY IS NUMERIC
                   MOVE IQ_LINE_ENTRY TO IQ_SEL
               ELSE
                   MOVE 0 TO IQ_SEL
               END-IF.
               IF IQ_SEL < 1 OR IQ_SEL > IQ_LINES
                   DISPLAY "** NO SUCH LINE **"
               ELSE
                   PERFORM IQ_SHOW_READINGS
               END-IF.

           IQ_SHOW_READINGS.
               OPEN INPUT READINGS_MASTER_FILE.
               IF FS_READMAST NOT = "00"
                   DISPLAY "** READINGS MASTER FILE NOT FOUND **"
               ELSE
                   DISPLAY " READINGS FOR " IQ_DS_DATE(IQ_SEL)
                       " POINT " IQ_DS_POINT(IQ_SEL)
                   MOVE 0 TO IQ_RM_COUNT
                   MOVE 0 TO IQ_RM_SUM
                   MOVE 0 TO IQ_EOF_SW
                   MOVE IQ_DS_DATE(IQ_SEL) TO RM_RUN_DATE
                   MOVE IQ_DS_POINT(IQ_SEL) TO RM_POINT
                   MOVE 0 TO RM_SEQ
                   START READINGS_MASTER_FILE KEY NOT < RM_KEY
                       INVALID KEY
                           MOVE 1 TO IQ_EOF_SW
                   END-START
                   PERFORM READ_IQ_READING UNTIL IQ_EOF
                   CLOSE READINGS_MASTER_FILE
                   IF IQ_RM_COUNT = 0
                       DISPLAY "NO READINGS ON FILE FOR "
                           IQ_DS_DATE(IQ_SEL) " POINT "
                           IQ_DS_POINT(IQ_SEL)
                   ELSE
                       DISPLAY "  " IQ_RM_COUNT " READING(S), SUM "
                           IQ_RM_SUM
                   END-IF
               END-IF.

           READ_IQ_READING.
               READ READINGS_MASTER_FILE NEXT RECORD
                   AT END
                       MOVE 1 TO IQ_EOF_SW
                   NOT AT END
                       IF RM_RUN_DATE = IQ_DS_DATE(IQ_SEL)
                           AND RM_POINT = IQ_DS_POINT(IQ_SEL)
                           ADD 1 TO IQ_RM_COUNT
                           ADD RM_VALUE TO IQ_RM_SUM
                           IF RM_EST_FLAG = "E"
                               DISPLAY "  SEQ " RM_SEQ "  VALUE "
                                   RM_VALUE "  ESTIMATED"
                           ELSE
                               DISPLAY "  SEQ " RM_SEQ "  VALUE "
                                   RM_VALUE
                           END-IF
                       ELSE
                           MOVE 1 TO IQ_EOF_SW
                       END-IF
               END-READ.

           PROMPT_REC_COUNT.
               DISPLAY " HOW MANY READINGS TODAY (1-50)? " WITH NO
                   ADVANCING.

           RESUME_FROM_CHECKPOINT.
               MOVE CK_POINT TO ARRAY_POINT.
               MOVE 0 TO ARRAY_EST_SW.
               MOVE CK_REC_COUNT TO REC_COUNT.
               MOVE CK_NEXT_IDX TO NEXT_IDX.
               COMPUTE IDX2 = NEXT_IDX - 1.
               PERFORM STAT_PUT_LINE.
               PERFORM STATS_HISTO_LINE VARYING ST_BKT FROM 1 BY 1
                   UNTIL ST_BKT > 10.
               PERFORM STATS_CONVERTED_LINES.
               CLOSE STAT_REPORT_FILE.
               DISPLAY "PROFILE WRITTEN TO STATRPT".

           STATS_CONVERTED_LINES.
               MOVE ARRAY_POINT TO CV_POINT.
               PERFORM FIND_POINT_UNIT.
               IF ARRAY_BUS_DATE > 0
                   MOVE ARRAY_BUS_DATE TO CV_DATE
               ELSE
                   MOVE ST_RUN_DATE TO CV_DATE
               END-IF.
               PERFORM CONVERT_TO_RPT_UNIT.
               MOVE SPACES TO ST_LINE.
               STRING "POINT: " ARRAY_POINT "   READING UNIT: "
                   CV_POINT_UNIT "   REPORTING UNIT: " RPT_UNIT
                   "   FACTOR DATE: " CV_DATE
                   DELIMITED BY SIZE INTO ST_LINE.
               PERFORM STAT_PUT_LINE.
               IF CV_OK
                   COMPUTE CV_MAX ROUNDED = ST_MAX
                       * CV_FROM_FACTOR / CV_TO_FACTOR
                       ON SIZE ERROR
                           MOVE 0 TO CV_OK_SW
                           MOVE "CONVERTED VALUE TOO LARGE"
                               TO CV_REASON
                   END-COMPUTE
               END-IF.
               IF CV_OK
                   COMPUTE CV_MIN ROUNDED = ST_MIN
                       * CV_FROM_FACTOR / CV_TO_FACTOR
                   COMPUTE CV_RANGE ROUNDED = ST_RANGE
                       * CV_FROM_FACTOR / CV_TO_FACTOR
                   COMPUTE CV_MEDIAN ROUNDED = ST_MEDIAN
                       * CV_FROM_FACTOR / CV_TO_FACTOR
                   COMPUTE CV_MEAN ROUNDED = ST_MEAN
                       * CV_FROM_FACTOR / CV_TO_FACTOR
                   COMPUTE CV_STDDEV ROUNDED = ST_STDDEV
                       * CV_FROM_FACTOR / CV_TO_FACTOR
                   MOVE CV_MIN TO CV_ED_1
                   MOVE CV_MAX TO CV_ED_2
                   MOVE CV_RANGE TO CV_ED_3
                   MOVE SPACES TO ST_LINE
                   STRING "CONV MIN: " CV_ED_1 "  MAX: " CV_ED_2
                       "  RANGE: " CV_ED_3
                       DELIMITED BY SIZE INTO ST_LINE
                   PERFORM STAT_PUT_LINE
                   MOVE CV_MEDIAN TO CV_ED_1
                   MOVE CV_MEAN TO CV_ED_2
                   MOVE CV_STDDEV TO CV_ED_3
                   MOVE SPACES TO ST_LINE
                   STRING "CONV MEDIAN: " CV_ED_1 "  MEAN: " CV_ED_2
                       "  STD DEV: " CV_ED_3
                       DELIMITED BY SIZE INTO ST_LINE
                   PERFORM STAT_PUT_LINE
               ELSE
                   MOVE SPACES TO ST_LINE
                   STRING "NOT CONVERTED TO " RPT_UNIT " - "
                       CV_REASON
                       DELIMITED BY SIZE INTO ST_LINE
                   PERFORM STAT_PUT_LINE
               END-IF.

           STAT_PUT_LINE.
               DISPLAY ST_LINE.
               MOVE ST_LINE TO STAT_REPORT_RECORD.
