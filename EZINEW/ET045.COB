*                  contention style, feeding the monthly sessions-per-      *
*                  program/user/hour report.                                *
*                                                                             *
*   NOTE         : CONFIDENTIAL_FLAG problems (see EZITRAK001's header and  *
*                  EZITRAK099) are restricted to their recorder, their      *
*                  assignee and the people on their PROBLEM_ACCESS list.    *
*                  3500-READ-ONE-PROBLEM reads the flag through             *
*                  ET_SS_PROBLEM_CONFIDENTIAL and runs                      *
*                  8940-CHECK-CONFIDENTIAL-ACCESS, the EZITRAK001 test; for *
*                  anyone else the caller still hears the status, assignee  *
*                  and due date, but the description shows "RESTRICTED" and *
*                  no solution lines are listed.                            *
*                                                                             *
*   NOTE         : TICKET_VIEW_LOG (see EZITRAK100's header) records who    *
*                  has looked at a problem - 7070-RECORD-TICKET-VIEW writes *
*                  one fire-and-forget row (problem, person, program, time) *
*                  each time a problem is displayed, in the 7060 usage      *
*                  style, so a failed write never stops the display.        *
*                                                                             *
*******************************************************************************
*
/
    copy "EZITRAK_CDD.PERSON_APPLICATION_REC"   from dictionary.
    copy "EZITRAK_CDD.SYSTEM_QUIESCE_REC"       from dictionary.
    copy "EZITRAK_CDD.USAGE_LOG_REC"            from dictionary.
    copy "EZITRAK_CDD.TICKET_VIEW_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.PROBLEM_ACCESS_REC"       from dictionary.
/
 01  SESSION-ID                                  PIC X(16) GLOBAL.
 01  DEVICE-NAME                                 PIC X(9)  VALUE "SYS$INPUT".
 01  GRANT-COUNT                                 PIC S9(4) COMP.
 01  GRANT-SUB                                   PIC S9(4) COMP.
 01  WS-GRANT-CHECK-ID                           PIC X(4).
 01  WS-CONFIDENTIAL-FLAG                        PIC X.
 01  CONFIDENTIAL-OK-FLAG                        PIC X.
 01  WS-CONF-RECORDER-ID                         PIC X(8).
 01  WS-CONF-ASSIGNED-ID                         PIC X(8).
 01  GRANT-TABLE.
     05  GRANT-APPLICATION-ID OCCURS 50 TIMES    PIC X(4).
*
              TO ERROR_MESSAGE OF EZITRAK451_REC
            MOVE 11 TO STAGE-OF-PROCESSING
        ELSE
            PERFORM 3430-GET-CONFIDENTIAL-FLAG
            PERFORM 8940-CHECK-CONFIDENTIAL-ACCESS
               THRU 8940-CHECK-CONFIDENTIAL-EXIT
            PERFORM 3600-BUILD-DISPLAY-REC
*           A CONFIDENTIAL TICKET STILL ANSWERS "WHERE IS IT" - STATUS,
*           ASSIGNEE AND DUE DATE - BUT NOT WHAT IT IS ABOUT
            IF CONFIDENTIAL-OK-FLAG = "N"
                MOVE "RESTRICTED" TO PROBLEM_DESC OF EZITRAK452-REC
            ELSE
                PERFORM 3700-GET-VISIBLE-LINES
            END-IF
            MOVE 20 TO STAGE-OF-PROCESSING
        END-IF
    END-IF.

    PERFORM 7800_CMT_TRAN.

    IF STAGE-OF-PROCESSING = 20
        MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
          TO PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC
        PERFORM 7070-RECORD-TICKET-VIEW
    END-IF.
*
3500-READ-ONE-PROBLEM-END.
    EXIT.
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
/
3430-GET-CONFIDENTIAL-FLAG.
    MOVE "N"    TO WS-CONFIDENTIAL-FLAG.
    MOVE SPACES TO WS-CONF-RECORDER-ID.
    MOVE SPACES TO WS-CONF-ASSIGNED-ID.

    CALL "ET_SS_PROBLEM_CONFIDENTIAL" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 WS-CONFIDENTIAL-FLAG
                                 WS-CONF-RECORDER-ID
                                 WS-CONF-ASSIGNED-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF WS-CONFIDENTIAL-FLAG NOT = "Y"
            MOVE "N" TO WS-CONFIDENTIAL-FLAG
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CONFIDENTIAL_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING CONFIDENTIAL FLAG"
          TO ERROR_MESSAGE OF EZITRAK451_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
8940-CHECK-CONFIDENTIAL-ACCESS.
*   THE EZITRAK001 TEST - RECORDER, ASSIGNEE OR A PROBLEM_ACCESS ROW;
*   THE SUPERVISOR FLAG ALONE DOES NOT OPEN A CONFIDENTIAL TICKET
    MOVE "Y" TO CONFIDENTIAL-OK-FLAG.

    IF WS-CONFIDENTIAL-FLAG NOT = "Y"
        GO TO 8940-CHECK-CONFIDENTIAL-EXIT
    END-IF.

    PERFORM 8700-GET-USER.

    IF CURRENT_USER_ID = WS-CONF-RECORDER-ID
    OR CURRENT_USER_ID = WS-CONF-ASSIGNED-ID
        GO TO 8940-CHECK-CONFIDENTIAL-EXIT
    END-IF.

    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF PROBLEM_ACCESS_REC.
    MOVE CURRENT_USER_ID TO PERSON_ID OF PROBLEM_ACCESS_REC.

    CALL "ET_SS_PROBLEM_ACCESS" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_ACCESS_REC
                                 PERSON_ID      OF PROBLEM_ACCESS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO CONFIDENTIAL-OK-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF PROBLEM_ACCESS_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
8940-CHECK-CONFIDENTIAL-EXIT.
    EXIT.
/
1300-LOAD-APPLICATION-GRANTS.
*   ROW-LEVEL ACCESS - LOAD THE USER'S PERSON_APPLICATION GRANTS ONCE
*   AT STARTUP; A SUPERVISOR HOLDS THE ALL-APPLICATIONS GRANT
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO SQLCODE.
/
7070-RECORD-TICKET-VIEW.
*   WHO HAS LOOKED AT A PROBLEM - ONE FIRE-AND-FORGET TICKET_VIEW_LOG
*   ROW PER DISPLAY IN THE 7060 STYLE, SO A FAILED WRITE NEVER STOPS
*   THE DISPLAY. PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC ARRIVES SET
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    IF SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
        MOVE "EZITRAK045" TO PROGRAM_NAME OF TICKET_VIEW_LOG_REC

        PERFORM 8700-GET-USER
        MOVE CURRENT_USER_ID TO PERSON_ID OF TICKET_VIEW_LOG_REC

        CALL "SYS$GETTIM" USING
            BY REFERENCE REC_TMSTAMP OF TICKET_VIEW_LOG_REC

        CALL "ET_IR_TICKET_VIEW_LOG" USING SQLCA
                             PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC
                             PERSON_ID      OF TICKET_VIEW_LOG_REC
                             PROGRAM_NAME   OF TICKET_VIEW_LOG_REC
                             REC_TMSTAMP    OF TICKET_VIEW_LOG_REC
        END-CALL

        IF NOT SQL_SUCCESS AND NOT SQL_DUPLICATE_IDX
            DISPLAY "ERROR ON TICKET_VIEW_LOG_IR CODE=" SQLCODE
                    WITH CONVERSION
        END-IF

        MOVE ZERO TO SQLCODE

        CALL "ET_CMT_TRN" USING SQLCA
        MOVE "N" TO TRANSACTION_BEGUN_FLAG
    ELSE
        DISPLAY "UNABLE TO RECORD TICKET VIEW CODE=" SQLCODE
                WITH CONVERSION
        MOVE ZERO TO SQLCODE
    END-IF.
/
7060-RECORD-USAGE.
*   FIRE-AND-FORGET METERING IN THE 7050 LOCK-CONTENTION STYLE - ONE
*   ROW AT STARTUP AND ONE AT EXIT, SO LICENCE AND RETIREMENT TALK
