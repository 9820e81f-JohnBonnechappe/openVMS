*                  SURVEY_REQUEST           (Output)                          *
*                  PERSON_DETAILS           (Input)                           *
*                  USAGE_LOG                (Output)                          *
*                  POST_INCIDENT_REVIEW     (Input)                           *
*                                                                             *
*   NOTE         : ET_OC21/FC21/CC21_PROBLEM_DETAILS is a new cursor         *
*                  family (next free number after EZITRAK004's OC20) over   *
*                  ordinary EZITRAK004 close sends (CLOSE_MAIL_TMP via     *
*                  VMS MAIL), and writes the survey request.               *
*                                                                             *
*   NOTE         : an "A" approval now runs 7330-CHECK-INCIDENT-REVIEW      *
*                  first - a P1, or a master incident that other problems   *
*                  point at through REF_PROBLEM_NUMBER, is skipped with a   *
*                  message until its POST_INCIDENT_REVIEW has been recorded *
*                  on EZITRAK104, the same rule EZITRAK004's 6620 applies   *
*                  at close. The table and ET_SS_POST_INCIDENT_REVIEW /     *
*                  ET_SS_REF_PROBLEM_COUNT are described in EZITRAK1043's   *
*                  header.                                                  *
*                                                                             *
*******************************************************************************
*
/
    copy "EZITRAK_CDD.SURVEY_REQUEST_REC"           from dictionary.
    copy "EZITRAK_CDD.SYSTEM_QUIESCE_REC"       from dictionary.
    copy "EZITRAK_CDD.USAGE_LOG_REC"            from dictionary.
    copy "EZITRAK_CDD.POST_INCIDENT_REVIEW_REC" from dictionary.
/
 01  SESSION-ID                                  PIC X(16) GLOBAL.
 01  DEVICE-NAME                                 PIC X(9)  VALUE "SYS$INPUT".
 01  WS-LAST-SOLUTION-DESC                       PIC X(60).
 01  SUPERVISOR-OK-FLAG                          PIC X.
 01  WS-CONFIRMED-FLAG                           PIC X.
 01  REVIEW-MISSING-FLAG                         PIC X.
 01  WS-REF-PROBLEM-COUNT                        PIC S9(9) COMP.
 01  WS-CONTACT-EMAIL                            PIC X(40).
 01  WS-MAIL-COMMAND                             PIC X(132).
*
        GO TO 4100-APPLY-ONE-ACTION-EXIT
    END-IF.

    IF ACTION_IND OF EZITRAK761_REC (SUB1) = "A"
        PERFORM 7330-CHECK-INCIDENT-REVIEW
           THRU 7330-CHECK-INCIDENT-REVIEW-EXIT
        IF REVIEW-MISSING-FLAG = "Y"
            MOVE "POST-INCIDENT REVIEW NEEDED (EZITRAK104) - SKIPPED"
              TO ERROR_MESSAGE OF EZITRAK761_REC
            PERFORM 7800-CMT_TRAN
            GO TO 4100-APPLY-ONE-ACTION-EXIT
        END-IF
    END-IF.

    PERFORM 7310-JOURNAL-BEFORE-IMAGE.

    MOVE "N" TO WS-CONFIRMED-FLAG.
        GO TO 9900-EXIT
    END-EVALUATE.
/
7330-CHECK-INCIDENT-REVIEW.
*   THE SAME RULE AS EZITRAK004'S 6620 - A P1, OR A MASTER INCIDENT
*   OTHER PROBLEMS POINT AT, IS NOT CONFIRMED CLOSED UNTIL ITS
*   POST_INCIDENT_REVIEW IS ON FILE
    MOVE "N" TO REVIEW-MISSING-FLAG.
    MOVE ZERO TO WS-REF-PROBLEM-COUNT.

    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF POST_INCIDENT_REVIEW_REC.

    IF PRIORITY_ID OF PROBLEM_DETAILS_REC NOT = "P1"
        CALL "ET_SS_REF_PROBLEM_COUNT" USING SQLCA
                                 PROBLEM_NUMBER OF POST_INCIDENT_REVIEW_REC
                                 WS-REF-PROBLEM-COUNT
        END-CALL
        EVALUATE TRUE
        WHEN SQL_SUCCESS
            CONTINUE
        WHEN SQL_NOT_FOUND
            MOVE ZERO TO WS-REF-PROBLEM-COUNT
        WHEN OTHER
            DISPLAY "ERROR OF REF_PROBLEM_COUNT_SS CODE=" SQLCODE
                    WITH CONVERSION
            GO TO 9900-EXIT
        END-EVALUATE
        MOVE ZERO TO SQLCODE
        IF WS-REF-PROBLEM-COUNT = ZERO
            GO TO 7330-CHECK-INCIDENT-REVIEW-EXIT
        END-IF
    END-IF.

    CALL "ET_SS_POST_INCIDENT_REVIEW" USING SQLCA
                         PROBLEM_NUMBER  OF POST_INCIDENT_REVIEW_REC
                         ROOT_CAUSE_TEXT OF POST_INCIDENT_REVIEW_REC
                         DETECTION_NOTES OF POST_INCIDENT_REVIEW_REC
                         RESPONSE_NOTES  OF POST_INCIDENT_REVIEW_REC
                         CHANGE_NUMBER   OF POST_INCIDENT_REVIEW_REC
                         ERROR_ID        OF POST_INCIDENT_REVIEW_REC
                         REVIEWER_ID     OF POST_INCIDENT_REVIEW_REC
                         REC_USER        OF POST_INCIDENT_REVIEW_REC
                         REC_TMSTAMP     OF POST_INCIDENT_REVIEW_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "Y" TO REVIEW-MISSING-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF PIR_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
7330-CHECK-INCIDENT-REVIEW-EXIT.
    EXIT.
/
7400-PROBLEM_SS.
    CALL "ET_SS_PROBLEM_DETAILS" USING SQLCA
                                 PROBLEM_NUMBER       OF PROBLEM_DETAILS_REC
