*                                                                             *
*   TABLES  USED : PROBLEM_DETAILS      (Input)                               *
*                  PROBLEM_JOURNAL      (Input)                               *
*                  PROBLEM_ACCESS       (Input)                               *
*                                                                             *
*   NOTE         : PROBLEM_JOURNAL and its modules are described in         *
*                  EZITRAK001's header. EZITRAK681_REC / EZITRAK682_REC     *
*                  EZITRAK682_REC mirrors the PROBLEM_DETAILS columns plus  *
*                  an AS_OF_TEXT PIC X(23) caption.                         *
*                                                                             *
*   NOTE         : CONFIDENTIAL_FLAG problems (see EZITRAK001's header) are *
*                  checked as EZITRAK016 does - 3000-RECONSTRUCT-RECORD     *
*                  reads the flag through ET_SS_PROBLEM_CONFIDENTIAL and    *
*                  runs 8940-CHECK-CONFIDENTIAL-ACCESS; anyone else is      *
*                  refused with "PROBLEM IS RESTRICTED" and sees no image,  *
*                  whatever the as-of date.                                 *
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
    copy "EZITRAK_CDD.SYSTEM_QUIESCE_REC"       from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"       from dictionary.
    copy "EZITRAK_CDD.USAGE_LOG_REC"            from dictionary.
    copy "EZITRAK_CDD.TICKET_VIEW_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.PROBLEM_ACCESS_REC"       from dictionary.
/
 01  SESSION-ID                                  PIC X(16) GLOBAL.
 01  DEVICE-NAME                                 PIC X(9)  VALUE "SYS$INPUT".
 01  TMP-FLAG                                    PIC X.
 01  STAGE-OF-PROCESSING                         PIC 99.
 01  IMAGE-FOUND-FLAG                            PIC X.
 01  WS-CONFIDENTIAL-FLAG                        PIC X.
 01  CONFIDENTIAL-OK-FLAG                        PIC X.
 01  WS-CONF-RECORDER-ID                         PIC X(8).
 01  WS-CONF-ASSIGNED-ID                         PIC X(8).

 01  SQLCA.
     03  SQLCAID                                 PIC X(8) VALUE "SQLCA   ".
        PERFORM 2000-AS-OF-ENTRY-SCREEN.

    IF STAGE-OF-PROCESSING = 15
        PERFORM 3000-RECONSTRUCT-RECORD
           THRU 3000-RECONSTRUCT-RECORD-EXIT.

    IF STAGE-OF-PROCESSING = 20 OR 21
        PERFORM 4000-AS-OF-DISPLAY-SCREEN.
          TO ERROR_MESSAGE OF EZITRAK681_REC
        MOVE 11 TO STAGE-OF-PROCESSING
        PERFORM 7800-CMT_TRAN
        GO TO 3000-RECONSTRUCT-RECORD-EXIT
    END-IF.

*   AN OLD IMAGE IS STILL THE TICKET'S TEXT - A CONFIDENTIAL PROBLEM
*   IS SHOWN AS OF ANY DATE ONLY TO THOSE WHO MAY SEE IT TODAY
    PERFORM 3430-GET-CONFIDENTIAL-FLAG.
    PERFORM 8940-CHECK-CONFIDENTIAL-ACCESS
       THRU 8940-CHECK-CONFIDENTIAL-EXIT.

    IF CONFIDENTIAL-OK-FLAG = "N"
        MOVE "PROBLEM IS RESTRICTED - NOT ON ITS ACCESS LIST"
          TO ERROR_MESSAGE OF EZITRAK681_REC
        MOVE 11 TO STAGE-OF-PROCESSING
        PERFORM 7800-CMT_TRAN
    ELSE
        PERFORM 3100-FIND-AS-OF-IMAGE
        PERFORM 3500-BUILD-DISPLAY-REC
        MOVE 20 TO STAGE-OF-PROCESSING
        PERFORM 7800-CMT_TRAN
        MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
          TO PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC
        PERFORM 7070-RECORD-TICKET-VIEW
    END-IF.
*
3000-RECONSTRUCT-RECORD-EXIT.
    EXIT.
/
3100-FIND-AS-OF-IMAGE.
*   OLDEST FIRST - THE FIRST BEFORE-IMAGE JOURNALLED AFTER THE AS-OF
                            OMITTED
                      GIVING ERR_RET.
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
          TO ERROR_MESSAGE OF EZITRAK681_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
/
4000-AS-OF-DISPLAY-SCREEN.
    MOVE SPACE TO KEY_PRESSED OF EZITRAK682_REC.
    PERFORM 8100-REQUEST-02.
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
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
8000-FINALISATION.
    CALL            "FORMS$DISABLE"
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
        MOVE "EZITRAK068" TO PROGRAM_NAME OF TICKET_VIEW_LOG_REC

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
