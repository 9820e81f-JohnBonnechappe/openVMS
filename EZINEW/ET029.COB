*                  problem since purged by EZITRAK012 is reported under     *
*                  "????" rather than dropped.                              *
*                                                                             *
*   NOTE         : reopens are now paired off                               *
*                  ET_OC7/FC7/CC7_PROBLEM_HISTORY (see EZITRAK136's header) *
*                  - the OC4 scan less the rows flagged CORRECTION_FLAG "Y" *
*                  - so a supervisor's correction to a closed problem never *
*                  counts as a close and never changes who a later reopen   *
*                  is charged to.                                           *
*                                                                             *
*******************************************************************************
*
/
3000-SCAN-PROBLEM-HISTORY.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC7_PROBLEM_HISTORY" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON HISTORY_OC7 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-HISTORY-ROW UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC7_PROBLEM_HISTORY" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON HISTORY_CC7 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3100-FETCH-ONE-HISTORY-ROW.
    CALL "ET_FC7_PROBLEM_HISTORY" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_HISTORY_REC
                                 REC_TMSTAMP    OF PROBLEM_HISTORY_REC
                                 PROBLEM_STATUS OF PROBLEM_HISTORY_REC
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON HISTORY_FC7 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
