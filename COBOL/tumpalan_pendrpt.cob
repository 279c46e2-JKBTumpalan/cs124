       IDENTIFICATION DIVISION.
       PROGRAM-ID. tumpalan_pendrpt.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PENDING_PARAM_FILE ASSIGN TO "PENDPRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_PENDPRM.
               SELECT PENDING_CHANGE_FILE ASSIGN TO "PENDCHG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_PENDCHG.
               SELECT PENDING_NEW_FILE ASSIGN TO "PENDNEW"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_PENDNEW.
               SELECT AUDIT_LOG_FILE ASSIGN TO "AUDITLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_AUDITLOG.
               SELECT PENDING_REPORT_FILE ASSIGN TO "PENDRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS_PENDRPT.

       DATA DIVISION.
           FILE SECTION.
           FD  PENDING_PARAM_FILE.
           01  PENDING_PARAM_RECORD.
               02 PP_EXPIRE_DAYS PIC 9(3).

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

           FD  PENDING_NEW_FILE.
           01  PENDING_NEW_RECORD PIC X(430).

           FD  AUDIT_LOG_FILE.
           01  AUDIT_LOG_RECORD.
               02 AL_RUN_DATE PIC 9(8).
               02 AL_RUN_TIME PIC 9(8).
               02 AL_OPER_ID PIC X(3).
               02 AL_CHOICE PIC 99.
               02 AL_SUMMARY PIC X(40).

           FD  PENDING_REPORT_FILE.
           01  PENDING_REPORT_RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           77 FS_PENDPRM PIC XX.
           77 FS_PENDCHG PIC XX.
           77 FS_PENDNEW PIC XX.
           77 FS_AUDITLOG PIC XX.
           77 FS_PENDRPT PIC XX.
           77 EXPIRE_DAYS PIC 9(3) VALUE 7.
           77 PR_RUN_DATE PIC 9(8).
           77 PR_RUN_INT PIC 9(7).
           77 PR_AGE PIC S9(7).
           77 PR_EOF_SW PIC 9 VALUE 0.
               88 PR_EOF VALUE 1.
           77 PR_KEEP_SW PIC 9 VALUE 0.
               88 PR_KEEP VALUE 1.
           77 PR_ID_TEXT PIC X(12).
           77 PR_TYPE_TEXT PIC X(4).
           77 PR_STATUS_TEXT PIC X(8).
           77 PR_READ_COUNT PIC 9(5) VALUE 0.
           77 PR_KEPT_COUNT PIC 9(5) VALUE 0.
           77 PR_DROP_COUNT PIC 9(5) VALUE 0.
           77 PR_PEND_COUNT PIC 9(5) VALUE 0.
           77 PR_EXP_COUNT PIC 9(5) VALUE 0.
           77 PR_REJ_COUNT PIC 9(5) VALUE 0.
           77 PR_APR_COUNT PIC 9(5) VALUE 0.
           77 PR_CHG_COUNT PIC 9(3).
           77 PR_CORR_IDX PIC 9(3).
           77 AGE_ED PIC ZZ9.
           77 OLD_FACTOR_ED PIC 9.9999999.
           77 NEW_FACTOR_ED PIC 9.9999999.
           77 PR_LINE PIC X(80).
       PROCEDURE DIVISION.
           PERFORM LOAD_PENDING_PARAM.
           ACCEPT PR_RUN_DATE FROM DATE YYYYMMDD.
           COMPUTE PR_RUN_INT =
               FUNCTION INTEGER-OF-DATE(PR_RUN_DATE).
           OPEN OUTPUT PENDING_REPORT_FILE.
           PERFORM WRITE_PENDING_HEADER.
           OPEN INPUT PENDING_CHANGE_FILE.
           IF FS_PENDCHG NOT = "00"
               DISPLAY "** PENDING CHANGES FILE NOT FOUND, STATUS="
                   FS_PENDCHG " **"
               MOVE SPACES TO PR_LINE
               STRING "*** PENDING CHANGES FILE MISSING - NOTHING "
                   "EXPIRED OR REPORTED ***"
                   DELIMITED BY SIZE INTO PR_LINE
               PERFORM PUT_PENDING_LINE
               CLOSE PENDING_REPORT_FILE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT PENDING_NEW_FILE
               PERFORM OPEN_AUDIT_LOG
               MOVE 0 TO PR_EOF_SW
               PERFORM PROCESS_ONE_PENDING UNTIL PR_EOF
               CLOSE PENDING_CHANGE_FILE
               CLOSE PENDING_NEW_FILE
               CLOSE AUDIT_LOG_FILE
               PERFORM WRITE_PENDING_FOOTER
               CLOSE PENDING_REPORT_FILE
               DISPLAY "PENDING CHANGE CHECK COMPLETE: " PR_EXP_COUNT
                   " EXPIRED, " PR_REJ_COUNT " REJECTED, "
                   PR_PEND_COUNT " STILL PENDING"
               IF PR_EXP_COUNT > 0 OR PR_REJ_COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

           LOAD_PENDING_PARAM.
               OPEN INPUT PENDING_PARAM_FILE.
               IF FS_PENDPRM = "00"
                   READ PENDING_PARAM_FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PP_EXPIRE_DAYS IS NUMERIC
                               AND PP_EXPIRE_DAYS > 0
                               MOVE PP_EXPIRE_DAYS TO EXPIRE_DAYS
                           END-IF
                   END-READ
                   CLOSE PENDING_PARAM_FILE
               ELSE
                   DISPLAY "PENDING CHANGE PARAM FILE NOT FOUND, "
                       "EXPIRING AFTER " EXPIRE_DAYS " DAYS"
               END-IF.

           PROCESS_ONE_PENDING.
               READ PENDING_CHANGE_FILE
                   AT END
                       MOVE 1 TO PR_EOF_SW
                   NOT AT END
                       ADD 1 TO PR_READ_COUNT
                       PERFORM CHECK_ONE_PENDING
                       IF PR_KEEP
                           MOVE PENDING_CHANGE_RECORD
                               TO PENDING_NEW_RECORD
                           WRITE PENDING_NEW_RECORD
                           ADD 1 TO PR_KEPT_COUNT
                       ELSE
                           ADD 1 TO PR_DROP_COUNT
                       END-IF
               END-READ.

           CHECK_ONE_PENDING.
               SET PR_KEEP TO TRUE.
               MOVE SPACES TO PR_ID_TEXT.
               STRING PG_MADE_DATE "-" PG_SEQ
                   DELIMITED BY SIZE INTO PR_ID_TEXT.
               COMPUTE PR_AGE = PR_RUN_INT
                   - FUNCTION INTEGER-OF-DATE(PG_MADE_DATE).
               EVALUATE PG_STATUS
               WHEN "P"
                   IF PR_AGE > EXPIRE_DAYS
                       PERFORM EXPIRE_ONE_PENDING
                   ELSE
                       ADD 1 TO PR_PEND_COUNT
                       PERFORM REPORT_ONE_PENDING
                   END-IF
               WHEN "J"
                   IF PG_RPT_FLAG NOT = "Y"
                       ADD 1 TO PR_REJ_COUNT
                       PERFORM REPORT_ONE_PENDING
                       MOVE "Y" TO PG_RPT_FLAG
                   END-IF
               WHEN "X"
                   IF PG_RPT_FLAG NOT = "Y"
                       ADD 1 TO PR_EXP_COUNT
                       PERFORM REPORT_ONE_PENDING
                       MOVE "Y" TO PG_RPT_FLAG
                   END-IF
               WHEN "A"
                   IF PG_RPT_FLAG NOT = "Y"
                       ADD 1 TO PR_APR_COUNT
                       MOVE "Y" TO PG_RPT_FLAG
                   END-IF
               END-EVALUATE.
               IF PG_STATUS NOT = "P" AND PG_RPT_FLAG = "Y"
                   AND PG_MADE_DATE < PR_RUN_DATE
                   MOVE 0 TO PR_KEEP_SW
               END-IF.

           EXPIRE_ONE_PENDING.
               MOVE "X" TO PG_STATUS.
               MOVE "EXPIRED UNREVIEWED" TO PG_REASON.
               MOVE "SYS" TO PG_CHECKER_ID.
               MOVE PR_RUN_DATE TO PG_DONE_DATE.
               ACCEPT PG_DONE_TIME FROM TIME.
               ADD 1 TO PR_EXP_COUNT.
               PERFORM REPORT_ONE_PENDING.
               MOVE "Y" TO PG_RPT_FLAG.
               ACCEPT AL_RUN_DATE FROM DATE YYYYMMDD.
               ACCEPT AL_RUN_TIME FROM TIME.
               MOVE "SYS" TO AL_OPER_ID.
               MOVE 0 TO AL_CHOICE.
               MOVE SPACES TO AL_SUMMARY.
               STRING "PEND " PR_ID_TEXT " EXPIRED MK=" PG_MAKER_ID
                   DELIMITED BY SIZE INTO AL_SUMMARY.
               WRITE AUDIT_LOG_RECORD.

           REPORT_ONE_PENDING.
               IF PG_TYPE = "U"
                   MOVE "UNIT" TO PR_TYPE_TEXT
               ELSE
                   MOVE "CORR" TO PR_TYPE_TEXT
               END-IF.
               EVALUATE PG_STATUS
               WHEN "P"
                   MOVE "PENDING" TO PR_STATUS_TEXT
               WHEN "J"
                   MOVE "REJECTED" TO PR_STATUS_TEXT
               WHEN "X"
                   MOVE "EXPIRED" TO PR_STATUS_TEXT
               WHEN OTHER
                   MOVE PG_STATUS TO PR_STATUS_TEXT
               END-EVALUATE.
               MOVE SPACES TO PR_LINE.
               IF PG_STATUS = "P"
                   MOVE PR_AGE TO AGE_ED
                   STRING PR_ID_TEXT " " PR_TYPE_TEXT " "
                       PR_STATUS_TEXT " " PG_MAKER_ID "   "
                       "     " PG_MADE_DATE " AGE " AGE_ED " DAYS"
                       DELIMITED BY SIZE INTO PR_LINE
               ELSE
                   STRING PR_ID_TEXT " " PR_TYPE_TEXT " "
                       PR_STATUS_TEXT " " PG_MAKER_ID "   "
                       PG_CHECKER_ID "  " PG_MADE_DATE " "
                       PG_DONE_DATE " " PG_REASON
                       DELIMITED BY SIZE INTO PR_LINE
               END-IF.
               PERFORM PUT_PENDING_LINE.
               MOVE SPACES TO PR_LINE.
               IF PG_TYPE = "U"
                   MOVE PG_OLD_FACTOR TO OLD_FACTOR_ED
                   MOVE PG_NEW_FACTOR TO NEW_FACTOR_ED
                   STRING "             UNIT " PG_UNIT_CODE
                       " FACTOR " OLD_FACTOR_ED " EFF "
                       PG_OLD_EFF_FROM " > " NEW_FACTOR_ED " EFF "
                       PG_NEW_EFF_FROM
                       DELIMITED BY SIZE INTO PR_LINE
               ELSE
                   MOVE 0 TO PR_CHG_COUNT
                   PERFORM COUNT_ONE_CORR_CHANGE
                       VARYING PR_CORR_IDX FROM 1 BY 1
                       UNTIL PR_CORR_IDX > PG_CORR_COUNT
                       OR PR_CORR_IDX > 50
                   STRING "             READINGS " PG_CORR_DATE
                       " POINT " PG_CORR_POINT " RECS="
                       PG_CORR_COUNT " CHANGED=" PR_CHG_COUNT
                       DELIMITED BY SIZE INTO PR_LINE
               END-IF.
               PERFORM PUT_PENDING_LINE.

           COUNT_ONE_CORR_CHANGE.
               IF PG_CORR_VOID(PR_CORR_IDX) = 1
                   OR PG_CORR_NEW(PR_CORR_IDX)
                       NOT = PG_CORR_OLD(PR_CORR_IDX)
                   ADD 1 TO PR_CHG_COUNT
               END-IF.

           OPEN_AUDIT_LOG.
               OPEN EXTEND AUDIT_LOG_FILE.
               IF FS_AUDITLOG = "35"
                   OPEN OUTPUT AUDIT_LOG_FILE
               END-IF.

           WRITE_PENDING_HEADER.
               MOVE SPACES TO PR_LINE.
               STRING "PENDING CHANGE EXCEPTION REPORT - RUN DATE: "
                   PR_RUN_DATE
                   DELIMITED BY SIZE INTO PR_LINE.
               PERFORM PUT_PENDING_LINE.
               MOVE EXPIRE_DAYS TO AGE_ED.
               MOVE SPACES TO PR_LINE.
               STRING "UNREVIEWED CHANGES EXPIRE AFTER " AGE_ED
                   " DAYS"
                   DELIMITED BY SIZE INTO PR_LINE.
               PERFORM PUT_PENDING_LINE.
               MOVE SPACES TO PR_LINE.
               MOVE "ID           TYPE STATUS   MAKR  CHKR MADE     "
                   TO PR_LINE.
               MOVE "DONE     REASON" TO PR_LINE(48:15).
               PERFORM PUT_PENDING_LINE.

           WRITE_PENDING_FOOTER.
               MOVE SPACES TO PR_LINE.
               STRING "RECORDS READ: " PR_READ_COUNT
                   "  KEPT: " PR_KEPT_COUNT
                   "  PURGED: " PR_DROP_COUNT
                   DELIMITED BY SIZE INTO PR_LINE.
               PERFORM PUT_PENDING_LINE.
               MOVE SPACES TO PR_LINE.
               STRING "EXPIRED: " PR_EXP_COUNT
                   "  REJECTED: " PR_REJ_COUNT
                   "  APPROVED: " PR_APR_COUNT
                   "  STILL PENDING: " PR_PEND_COUNT
                   DELIMITED BY SIZE INTO PR_LINE.
               PERFORM PUT_PENDING_LINE.

           PUT_PENDING_LINE.
               MOVE PR_LINE TO PENDING_REPORT_RECORD.
               WRITE PENDING_REPORT_RECORD.
