*                                                                             *
*   Program ID   : EZITRAK084                                                 *
*   Program Name : Log Table Housekeeping                                     *
*   Summary      : Nightly housekeeping for the six unbounded log tables -   *
*                  JOB_RUN_LOG, LOCK_CONTENTION_LOG, LOOKUP_AUDIT_LOG,       *
*                  AUTH_REFUSAL_LOG, PROBLEM_REDIRECT_LOG and                *
*                  TICKET_VIEW_LOG. Each table is trimmed to its retention   *
*                  period from the LOG_RETENTION control table               *
*                  (DEFAULT-RETENTION-DAYS, 90, when no row is on file);     *
*                  rows older than the cutoff are written to the sequential  *
*                  LOG_OFFLOAD_FILE first and then deleted in batched passes *
*                  of short transactions, the EZITRAK039 sweeper style, with *
*                  a count per table on the run listing and in this job's    *
*                  own JOB_RUN_LOG entry. EZITRAK039's sweeper only handles  *
*                  rows orphaned from problems; this trims old rows          *
*                  generally.                                                *
*                                                                             *
*   TABLES  USED : JOB_RUN_LOG          (Update - also this job's own log)   *
*                  LOCK_CONTENTION_LOG  (Update)                             *
*                  LOOKUP_AUDIT_LOG     (Update)                             *
*                  AUTH_REFUSAL_LOG     (Update)                             *
*                  PROBLEM_REDIRECT_LOG (Update)                             *
*                  TICKET_VIEW_LOG      (Update)                             *
*                  LOG_RETENTION        (Input)                              *
*                                                                             *
*   NOTE         : LOG_RETENTION is a new CDD control table, not yet         *
*                  REDIRECT_LOG already exists from EZITRAK039. A DBA/CDD    *
*                  maintainer needs to generate the new modules.             *
*                                                                             *
*   NOTE         : TICKET_VIEW_LOG (see EZITRAK100's header) is trimmed by   *
*                  3600 under a LOG_RETENTION row named "TICKET_VIEW_LOG"    *
*                  (the 90-day default when none is on file) - it needs the  *
*                  old-rows cursor ET_OC/FC/CC_TICKET_VIEW_OLD (WHERE        *
*                  REC_TMSTAMP < :CUTOFF) and the keyed delete               *
*                  ET_DR_TICKET_VIEW_LOG (PROBLEM_NUMBER + REC_TMSTAMP).     *
*                                                                             *
*******************************************************************************
*
/
    copy "EZITRAK_CDD.LOOKUP_AUDIT_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.AUTH_REFUSAL_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.PROBLEM_REDIRECT_LOG_REC"  from dictionary.
    copy "EZITRAK_CDD.TICKET_VIEW_LOG_REC"       from dictionary.
    copy "EZITRAK_CDD.LOG_RETENTION_REC"         from dictionary.
/
 01  SQLCA.

    PERFORM 3500-TRIM-REDIRECT-LOG.

    PERFORM 3600-TRIM-TICKET-VIEW-LOG.

    PERFORM 6100-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 5950-TALLY-ONE-DELETE.
/
3600-TRIM-TICKET-VIEW-LOG.
    MOVE "TICKET_VIEW_LOG" TO TABLE_NAME OF LOG_RETENTION_REC.
    PERFORM 2000-GET-RETENTION-CUTOFF.
    MOVE ZERO TO TABLE-TRIMMED-COUNT.

    MOVE CAND-MAX TO CAND-COUNT.
    PERFORM 3610-TICKET-VIEW-PASS UNTIL CAND-COUNT < CAND-MAX.

    MOVE "TICKET_VIEW_LOG" TO WD-TABLE-NAME.
    PERFORM 6000-PRINT-TABLE-LINE.
*
3610-TICKET-VIEW-PASS.
    MOVE ZERO TO CAND-COUNT.

    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_TICKET_VIEW_OLD" USING SQLCA WS-CUTOFF-BIN.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TICKET_VIEW_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3620-FETCH-ONE-VIEW-ROW UNTIL NOT SQL_SUCCESS
                                    OR CAND-COUNT = CAND-MAX.

    CALL "ET_CC_TICKET_VIEW_OLD" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TICKET_VIEW_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.

    PERFORM 3630-DELETE-ONE-VIEW-ROW VARYING SUB1 FROM 1 BY 1
                                     UNTIL SUB1 > CAND-COUNT.
*
3620-FETCH-ONE-VIEW-ROW.
    CALL "ET_FC_TICKET_VIEW_OLD" USING SQLCA
                         PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC
                         PERSON_ID      OF TICKET_VIEW_LOG_REC
                         PROGRAM_NAME   OF TICKET_VIEW_LOG_REC
                         REC_TMSTAMP    OF TICKET_VIEW_LOG_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO TOTAL-ROWS-READ
        ADD 1 TO CAND-COUNT
        MOVE PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC
          TO CND-KEY-NUMBER  (CAND-COUNT)
        MOVE REC_TMSTAMP    OF TICKET_VIEW_LOG_REC
          TO CND-KEY-TMSTAMP (CAND-COUNT)
        MOVE REC_TMSTAMP OF TICKET_VIEW_LOG_REC TO WS-ASCTIM-BIN
        PERFORM 5930-ASCTIM-WORK-BIN
        MOVE "TICKET_VIEW_LOG" TO WO-TABLE-NAME
        MOVE SPACES TO WO-ROW-IMAGE
        STRING PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC DELIMITED BY SIZE
               " "                                   DELIMITED BY SIZE
               PERSON_ID      OF TICKET_VIEW_LOG_REC DELIMITED BY SIZE
               " "                                   DELIMITED BY SIZE
               PROGRAM_NAME   OF TICKET_VIEW_LOG_REC DELIMITED BY SIZE
               " "                                   DELIMITED BY SIZE
               WS-TMSTAMP-TEXT                       DELIMITED BY SIZE
          INTO WO-ROW-IMAGE
        PERFORM 5900-WRITE-OFFLOAD-RECORD
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TICKET_VIEW_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3630-DELETE-ONE-VIEW-ROW.
    PERFORM 7100-START_TRAN_RW.

    MOVE CND-KEY-NUMBER  (SUB1)
      TO PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC.
    MOVE CND-KEY-TMSTAMP (SUB1)
      TO REC_TMSTAMP    OF TICKET_VIEW_LOG_REC.

    CALL "ET_DR_TICKET_VIEW_LOG" USING SQLCA
                         PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC
                         REC_TMSTAMP    OF TICKET_VIEW_LOG_REC
    END-CALL.

    PERFORM 5950-TALLY-ONE-DELETE.
/
5900-WRITE-OFFLOAD-RECORD.
    MOVE WS-OFFLOAD-DETAIL TO LOG-OFFLOAD-RECORD.
    WRITE LOG-OFFLOAD-RECORD.
