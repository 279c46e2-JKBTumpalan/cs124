                   03 RM_POINT PIC X(4).
                   03 RM_SEQ PIC 9(3).
               02 RM_VALUE PIC 9(3).
               02 RM_EST_FLAG PIC X(1).

           FD  DAILY_SUMMARY_FILE.
           01  DAILY_SUMMARY_RECORD.
               02 DS_INT_SUM PIC 9(5).
               02 DS_AVERAGE PIC 9(3)V99.
               02 DS_ADJ_FLAG PIC X(1).
               02 DS_EST_FLAG PIC X(1).

           FD  INTEG_REPORT_FILE.
           01  INTEG_REPORT_RECORD PIC X(80).
                   03 AT_ODD PIC 9(3).
                   03 AT_EVEN PIC 9(3).
                   03 AT_SUM PIC 9(5).
                   03 AT_EST PIC 9(3).
                   03 AT_MATCHED PIC 9.
           77 AT_USED PIC 9(3) VALUE 0.
           77 AT_IDX PIC 9(3).
           77 SUMMARY_READ PIC 9(7) VALUE 0.
           77 DATES_OK PIC 9(5) VALUE 0.
           77 DATES_BAD PIC 9(5) VALUE 0.
           77 DATES_EST PIC 9(5) VALUE 0.
           77 EST_MARK PIC X(12).
           77 IA_LINE PIC X(80).
           77 CNT_ED PIC ZZ9.
           77 CNT2_ED PIC ZZ9.
                       MOVE 0 TO AT_ODD(AT_USED)
                       MOVE 0 TO AT_EVEN(AT_USED)
                       MOVE 0 TO AT_SUM(AT_USED)
                       MOVE 0 TO AT_EST(AT_USED)
                       MOVE 0 TO AT_MATCHED(AT_USED)
                       MOVE AT_USED TO AT_HIT
                   ELSE
                   ELSE
                       ADD 1 TO AT_ODD(AT_HIT)
                   END-IF
                   IF RM_EST_FLAG = "E"
                       ADD 1 TO AT_EST(AT_HIT)
                   END-IF
               END-IF.

           FIND_AUDIT_ENTRY.
                           AND AT_ODD(AT_HIT) = DS_ODD_COUNT
                           AND AT_EVEN(AT_HIT) = DS_EVEN_COUNT
                           AND AT_SUM(AT_HIT) = DS_INT_SUM
                           IF (AT_EST(AT_HIT) > 0 AND DS_EST_FLAG = "E")
                               OR (AT_EST(AT_HIT) = 0
                                   AND DS_EST_FLAG NOT = "E")
                               PERFORM WRITE_OK_LINE
                           ELSE
                               PERFORM WRITE_EST_MISMATCH_LINE
                           END-IF
                       ELSE
                           PERFORM WRITE_BAD_LINE
                       END-IF

           WRITE_OK_LINE.
               ADD 1 TO DATES_OK.
               IF DS_EST_FLAG = "E"
                   ADD 1 TO DATES_EST
                   MOVE "  (ESTIMATE)" TO EST_MARK
               ELSE
                   MOVE SPACES TO EST_MARK
               END-IF.
               MOVE DS_REC_COUNT TO CNT_ED.
               MOVE DS_INT_SUM TO SUM_ED.
               MOVE SPACES TO IA_LINE.
               STRING DS_RUN_DATE " " DS_POINT
                   "  CNT=" CNT_ED " SUM=" SUM_ED
                   "  IN BALANCE" EST_MARK
                   DELIMITED BY SIZE INTO IA_LINE.
               PERFORM PUT_INTEG_LINE.

           WRITE_EST_MISMATCH_LINE.
               ADD 1 TO DATES_BAD.
               MOVE DS_REC_COUNT TO CNT_ED.
               MOVE AT_EST(AT_HIT) TO CNT2_ED.
               MOVE SPACES TO IA_LINE.
               STRING DS_RUN_DATE " " DS_POINT
                   "  CNT=" CNT_ED " EST DETL=" CNT2_ED
                   " SUMM FLAG=" DS_EST_FLAG
                   "  *** ESTIMATE FLAG MISMATCH ***"
                   DELIMITED BY SIZE INTO IA_LINE.
               PERFORM PUT_INTEG_LINE.

                   DELIMITED BY SIZE INTO IA_LINE.
               PERFORM PUT_INTEG_LINE.
               MOVE SPACES TO IA_LINE.
               STRING "IN BALANCE ON ESTIMATED READINGS: " DATES_EST
                   DELIMITED BY SIZE INTO IA_LINE.
               PERFORM PUT_INTEG_LINE.
               MOVE SPACES TO IA_LINE.
               IF DATES_BAD = 0
                   MOVE "HISTORY IN BALANCE" TO IA_LINE
               ELSE
