*                  PROBLEM_DETAILS                   (Output)                 *
*                  PROBLEM_SOLUTION_DETAILS          (Output)                 *
*                  PROBLEM_HISTORY                   (Output)                 *
*                  PROBLEM_ACCESS                    (Input)                  *
*                                                                             *
*   NOTE         : EZITRAK151_REC / EZITRAK152_REC are new CDD screen        *
*                  records, not yet generated. EZITRAK151_REC needs          *
*                  contention style, feeding the monthly sessions-per-      *
*                  program/user/hour report.                                *
*                                                                             *
*   NOTE         : TICKET_VIEW_LOG (see EZITRAK100's header) records who    *
*                  has looked at a problem - 7070-RECORD-TICKET-VIEW writes *
*                  one fire-and-forget row for a lookup by problem number   *
*                  and for each "P" archived ticket print; application and  *
*                  date-range list searches are not logged line by line.    *
*                                                                             *
*   NOTE         : CONFIDENTIAL_FLAG is carried onto the archive row by     *
*                  EZITRAK012 (see its header). 3900_CHECK_OTHER_CRITERIA   *
*                  reads it back through                                    *
*                  ET_SS_ARCHIVED_PROBLEM_CONFIDENTIAL                      *
*                  (3440-GET-ARCH-CONFIDENTIAL-FLAG) and runs               *
*                  8940-CHECK-CONFIDENTIAL-ACCESS, the EZITRAK001           *
*                  recorder/assignee/PROBLEM_ACCESS test, so a restricted   *
*                  archived ticket is never listed to anyone else; "P" and  *
*                  "R" repeat the test and refuse with "PROBLEM IS          *
*                  RESTRICTED". A restore sets the flag back on the live    *
*                  row through ET_UR_PROBLEM_CONFIDENTIAL. ET_ST_RO_PROBLEM *
*                  / ET_ST_RW_PROBLEM need PROBLEM_ACCESS in their          *
*                  reserving lists.                                         *
*                                                                             *
*******************************************************************************
*
/
    copy "EZITRAK_CDD.SYSTEM_QUIESCE_REC"       from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"       from dictionary.
    copy "EZITRAK_CDD.USAGE_LOG_REC"            from dictionary.
    copy "EZITRAK_CDD.TICKET_VIEW_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.PROBLEM_ACCESS_REC"       from dictionary.
/
 01  SESSION-ID                                  PIC X(16) GLOBAL.
 01  DEVICE-NAME                                 PIC X(9)  VALUE "SYS$INPUT".
 01  ARCHIVE-FOUND-FLAG                          PIC X.
 01  LIVE-PROBLEM-FOUND-FLAG                     PIC X.
 01  MATCH-FLAG                                  PIC X.
 01  WS-CONFIDENTIAL-FLAG                        PIC X.
 01  CONFIDENTIAL-OK-FLAG                        PIC X.
 01  WS-CONF-RECORDER-ID                         PIC X(8).
 01  WS-CONF-ASSIGNED-ID                         PIC X(8).
 01  LOCK-RETRY-COUNT                            PIC S9(4) COMP.
 01  LOCK-RETRY-MAX                              PIC S9(4) COMP VALUE 3.
 01  LOCK-RETRY-WAIT-SECS                        COMP-1     VALUE 1.0.
    END-IF.

    PERFORM 7800_CMT_TRAN.

*   A LOOKUP BY NUMBER DISPLAYS ONE NAMED PROBLEM - LIST SEARCHES BY
*   APPLICATION OR DATE ARE LOGGED ONLY WHEN A TICKET IS PRINTED
    IF STAGE-OF-PROCESSING = 20
       AND PROBLEM_NUMBER OF EZITRAK151-REC NOT = ZERO
        MOVE PROBLEM_NUMBER OF EZITRAK151-REC
          TO PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC
        PERFORM 7070-RECORD-TICKET-VIEW
    END-IF.
/
3100_SEARCH_BY_NUMBER.
    MOVE PROBLEM_NUMBER OF EZITRAK151-REC
            END-IF
        END-IF
    END-IF.

*   A RESTRICTED TICKET IS LEFT OFF THE LIST FOR ANYONE NOT ENTITLED
*   TO READ IT - ITS DESCRIPTION ALONE WOULD GIVE IT AWAY
    IF MATCH-FLAG = "Y"
        PERFORM 3440-GET-ARCH-CONFIDENTIAL-FLAG
        PERFORM 8940-CHECK-CONFIDENTIAL-ACCESS
           THRU 8940-CHECK-CONFIDENTIAL-EXIT
        IF CONFIDENTIAL-OK-FLAG = "N"
            MOVE "N" TO MATCH-FLAG
        END-IF
    END-IF.
*
3440-GET-ARCH-CONFIDENTIAL-FLAG.
    MOVE "N"    TO WS-CONFIDENTIAL-FLAG.
    MOVE SPACES TO WS-CONF-RECORDER-ID.
    MOVE SPACES TO WS-CONF-ASSIGNED-ID.

    CALL "ET_SS_ARCHIVED_PROBLEM_CONFIDENTIAL" USING SQLCA
                                 PROBLEM_NUMBER OF ARCHIVED_PROBLEM_DETAILS_REC
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
        DISPLAY "ERROR OF ARCH_CONFIDENTIAL_SS CODE=" SQLCODE
                WITH CONVERSION
        MOVE "ERROR READING CONFIDENTIAL FLAG"
          TO ERROR_MESSAGE OF EZITRAK151_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
/
7700_SETUP_REC.
        MOVE PROBLEM_NUMBER       OF ARCHIVED_PROBLEM_DETAILS_REC
        GO TO 4100-PRINT-ARCHIVED-TICKET-EXIT
    END-IF.

    PERFORM 3440-GET-ARCH-CONFIDENTIAL-FLAG.
    PERFORM 8940-CHECK-CONFIDENTIAL-ACCESS
       THRU 8940-CHECK-CONFIDENTIAL-EXIT.

    IF CONFIDENTIAL-OK-FLAG = "N"
        MOVE "PROBLEM IS RESTRICTED - NOT ON ITS ACCESS LIST"
          TO ERROR_MESSAGE OF EZITRAK152_REC
        PERFORM 7800-CMT_TRAN
        GO TO 4100-PRINT-ARCHIVED-TICKET-EXIT
    END-IF.

    OPEN OUTPUT ARCHIVE-PRINT-FILE.

    MOVE SPACES TO ARCHIVE-PRINT-LINE.

    PERFORM 7800-CMT_TRAN.

    MOVE PROBLEM_NUMBER OF ARCHIVED_PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC.
    PERFORM 7070-RECORD-TICKET-VIEW.

    MOVE "ARCHIVED TICKET SENT TO PRINTER" TO ERROR_MESSAGE OF EZITRAK152_REC.
*
4100-PRINT-ARCHIVED-TICKET-EXIT.
        GO TO 4200-RESTORE-PROBLEM-EXIT
    END-IF.

    PERFORM 3440-GET-ARCH-CONFIDENTIAL-FLAG.
    PERFORM 8940-CHECK-CONFIDENTIAL-ACCESS
       THRU 8940-CHECK-CONFIDENTIAL-EXIT.

    IF CONFIDENTIAL-OK-FLAG = "N"
        MOVE "PROBLEM IS RESTRICTED - NOT ON ITS ACCESS LIST"
          TO ERROR_MESSAGE OF EZITRAK152_REC
        PERFORM 7800-CMT_TRAN
        GO TO 4200-RESTORE-PROBLEM-EXIT
    END-IF.

    MOVE PROBLEM_NUMBER OF ARCHIVED_PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC.


    PERFORM 5000-INSERT-LIVE-PROBLEM.

    PERFORM 5050-RESTORE-CONFIDENTIAL-FLAG.

    PERFORM 5100-RESTORE-SOLUTION-LINES.

    PERFORM 5150-RESTORE-TEXT-LINES.
        GO TO 9900_EXIT
    END-EVALUATE.
*
5050-RESTORE-CONFIDENTIAL-FLAG.
*   WS-CONFIDENTIAL-FLAG WAS READ FROM THE ARCHIVE ROW BY 4200 - A
*   RESTRICTED TICKET GOES BACK ON THE LIVE FILE STILL RESTRICTED
    IF WS-CONFIDENTIAL-FLAG = "Y"
        CALL "ET_UR_PROBLEM_CONFIDENTIAL" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 WS-CONFIDENTIAL-FLAG
        END-CALL
        EVALUATE TRUE
        WHEN SQL_SUCCESS
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR OF CONFIDENTIAL_UR CODE=" SQLCODE
                    WITH CONVERSION
            MOVE "ERROR RESTORING CONFIDENTIAL FLAG"
              TO ERROR_MESSAGE OF EZITRAK152_REC
            GO TO 9900_EXIT
        END-EVALUATE
    END-IF.

    MOVE ZERO TO SQLCODE.
*
5100-RESTORE-SOLUTION-LINES.
    MOVE ZERO TO RESTORED-SOLUTION-COUNT.

                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
*
8940-CHECK-CONFIDENTIAL-ACCESS.
*   THE EZITRAK001 TEST - RECORDER, ASSIGNEE OR A PROBLEM_ACCESS ROW;
*   THE ACCESS LIST IS NOT ARCHIVED, IT OUTLIVES THE LIVE TICKET
    MOVE "Y" TO CONFIDENTIAL-OK-FLAG.

    IF WS-CONFIDENTIAL-FLAG NOT = "Y"
        GO TO 8940-CHECK-CONFIDENTIAL-EXIT
    END-IF.

    PERFORM 8700-GET-USER.

    IF CURRENT_USER_ID = WS-CONF-RECORDER-ID
    OR CURRENT_USER_ID = WS-CONF-ASSIGNED-ID
        GO TO 8940-CHECK-CONFIDENTIAL-EXIT
    END-IF.

    MOVE PROBLEM_NUMBER OF ARCHIVED_PROBLEM_DETAILS_REC
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
*
8980-CHECK-USER-AUTHORITY.
    PERFORM 8700-GET-USER.

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
        MOVE "EZITRAK015" TO PROGRAM_NAME OF TICKET_VIEW_LOG_REC

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
