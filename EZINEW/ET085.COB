*                  PERSON_DETAILS       (Input)                               *
*                  AUTH_REFUSAL_LOG     (Output)                              *
*                  LOOKUP_AUDIT_LOG     (Output)                              *
*                  GL_POSTING_LOG       (Input)                               *
*                                                                             *
*   NOTE         : ACCT_PERIOD is a new CDD table, not yet generated -       *
*                  PERIOD_ID PIC 9(6) key (YYYYMM), PERIOD_START PIC         *
*                  PERIOD_END_TEXT PIC X(11), PERIOD_STATUS PIC X,           *
*                  CLOSED_BY PIC X(8) - the EZITRAK581_REC list shape.       *
*                                                                             *
*   NOTE         : A period EZITRAK115 has posted to the GL (a              *
*                  GL_POSTING_LOG row exists) can no longer be reopened -   *
*                  "O" is refused with an error so the effort behind a      *
*                  journal already in the ledger cannot change.             *
*                                                                             *
*******************************************************************************
*
/
    copy "EZITRAK_CDD.LOOKUP_AUDIT_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.SYSTEM_QUIESCE_REC"       from dictionary.
    copy "EZITRAK_CDD.USAGE_LOG_REC"            from dictionary.
    copy "EZITRAK_CDD.GL_POSTING_LOG_REC"       from dictionary.
/
 01  SESSION-ID                                  PIC X(16) GLOBAL.
 01  DEVICE-NAME                                 PIC X(9)  VALUE "SYS$INPUT".
    WHEN "I"
        PERFORM 5510-INSERT-PERIOD-LINE
    WHEN "C"
        PERFORM 5520-SET-PERIOD-STATUS THRU 5520-SET-PERIOD-END
    WHEN "O"
        PERFORM 5520-SET-PERIOD-STATUS THRU 5520-SET-PERIOD-END
    WHEN OTHER
        CONTINUE
    END-EVALUATE.
        GO TO 9900-EXIT
    END-EVALUATE.

    IF UPDATE_IND OF EZITRAK851_REC ( SUB1 ) = "O"
        PERFORM 5530-CHECK-GL-POSTING
        IF TMP_FLAG = "N"
            GO TO 5520-SET-PERIOD-END
        END-IF
    END-IF.

    MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC.
    STRING PERIOD_ID     OF ACCT_PERIOD_REC DELIMITED BY SIZE
           " "                              DELIMITED BY SIZE
5520-SET-PERIOD-END.
    EXIT.
*
5530-CHECK-GL-POSTING.
*   ONCE EZITRAK115 HAS JOURNALLED A PERIOD THE LEDGER HOLDS ITS
*   CHARGES - REOPENING IT WOULD LET THE EFFORT DRIFT FROM THE GL
    MOVE PERIOD_ID OF ACCT_PERIOD_REC TO PERIOD_ID OF GL_POSTING_LOG_REC.

    CALL "ET_SS_GL_POSTING_LOG" USING SQLCA
                                 PERIOD_ID         OF GL_POSTING_LOG_REC
                                 JOURNAL_REFERENCE OF GL_POSTING_LOG_REC
                                 LINE_COUNT        OF GL_POSTING_LOG_REC
                                 TOTAL_DEBIT       OF GL_POSTING_LOG_REC
                                 TOTAL_CREDIT      OF GL_POSTING_LOG_REC
                                 REC_USER          OF GL_POSTING_LOG_REC
                                 REC_TMSTAMP       OF GL_POSTING_LOG_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "N" TO TMP_FLAG
        MOVE "PERIOD POSTED TO THE GL - CANNOT REOPEN"
          TO ERROR_MESSAGE OF EZITRAK851_REC
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF GL_POSTING_LOG_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING GL POSTING LOG"
          TO ERROR_MESSAGE OF EZITRAK851_REC
        GO TO 9900-EXIT
    END-EVALUATE.
*
5560-WRITE-PERIOD-AUDIT.
    MOVE "ACCT_PERIOD" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC.

