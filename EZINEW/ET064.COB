*                  in the OCn family) and ET_OC4/FC4/CC4_ARCHIVED_PROBLEM_  *
*                  DETAILS (the archived twin, after EZITRAK061's OC3).     *
*                                                                             *
*   NOTE         : Solution lines and descriptions of a problem whose       *
*                  CONFIDENTIAL_FLAG is "Y" are no longer posted (3050      *
*                  reads the flag through ET_SS_PROBLEM_CONFIDENTIAL per    *
*                  live source row, 3060 through                            *
*                  ET_SS_ARCHIVED_PROBLEM_CONFIDENTIAL per archived one -   *
*                  EZITRAK012 carries the flag onto the archive row), so    *
*                  EZITRAK024's keyword search cannot surface a             *
*                  confidential ticket to a user off its access list.       *
*                                                                             *
*******************************************************************************
*
/
 01  WS-WORD-TRAILING                            PIC S9(4) COMP.
 01  WS-POST-NUMBER                              PIC 9(9).
 01  WS-POST-SOURCE                              PIC X.
 01  WS-CONFIDENTIAL-FLAG                        PIC X.
 01  WS-CONF-RECORDER-ID                         PIC X(8).
 01  WS-CONF-ASSIGNED-ID                         PIC X(8).

 01  SOURCE-ROW-COUNT                            PIC S9(9) COMP VALUE 0.
 01  POSTING-ROW-COUNT                           PIC S9(9) COMP VALUE 0.
        MOVE PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
          TO WS-POST-NUMBER
        MOVE "L" TO WS-POST-SOURCE
        PERFORM 3050-GET-CONFIDENTIAL-FLAG
        IF WS-CONFIDENTIAL-FLAG NOT = "Y"
            MOVE SOLUTION_DESC OF PROBLEM_SOLUTION_DETAILS_REC
              TO WS-WORK-TEXT
            PERFORM 4000-POST-TEXT-WORDS
        END-IF
        MOVE ZERO TO SQLCODE
    WHEN SQL_NOT_FOUND
        CONTINUE
        DISPLAY "ERROR ON SOLUTION_TEXT_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3050-GET-CONFIDENTIAL-FLAG.
*   A CONFIDENTIAL PROBLEM POSTS NOTHING - ITS WORDS WOULD OTHERWISE
*   SURFACE THROUGH EZITRAK024 TO USERS NOT ON ITS ACCESS LIST
    MOVE "N" TO WS-CONFIDENTIAL-FLAG.
    MOVE WS-POST-NUMBER TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC.

    CALL "ET_SS_PROBLEM_CONFIDENTIAL" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 WS-CONFIDENTIAL-FLAG
                                 WS-CONF-RECORDER-ID
                                 WS-CONF-ASSIGNED-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO WS-CONFIDENTIAL-FLAG
    WHEN OTHER
        DISPLAY "ERROR ON CONFIDENTIAL_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3060-GET-ARCH-CONFIDENTIAL-FLAG.
*   THE SAME FOR AN ARCHIVED PROBLEM - THE FLAG RIDES THE ARCHIVE ROW
    MOVE "N" TO WS-CONFIDENTIAL-FLAG.
    MOVE WS-POST-NUMBER TO PROBLEM_NUMBER OF ARCHIVED_PROBLEM_DETAILS_REC.

    CALL "ET_SS_ARCHIVED_PROBLEM_CONFIDENTIAL" USING SQLCA
                                 PROBLEM_NUMBER OF ARCHIVED_PROBLEM_DETAILS_REC
                                 WS-CONFIDENTIAL-FLAG
                                 WS-CONF-RECORDER-ID
                                 WS-CONF-ASSIGNED-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO WS-CONFIDENTIAL-FLAG
    WHEN OTHER
        DISPLAY "ERROR ON ARCH_CONFIDENTIAL_SS CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3200-INDEX-LIVE-DESCRIPTIONS.
    PERFORM 7100-START_TRAN_RW.
        ADD 1 TO SOURCE-ROW-COUNT
        MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC TO WS-POST-NUMBER
        MOVE "L" TO WS-POST-SOURCE
        PERFORM 3050-GET-CONFIDENTIAL-FLAG
        IF WS-CONFIDENTIAL-FLAG NOT = "Y"
            MOVE PROBLEM_DESC OF PROBLEM_DETAILS_REC TO WS-WORK-TEXT
            PERFORM 4000-POST-TEXT-WORDS
        END-IF
        MOVE ZERO TO SQLCODE
    WHEN SQL_NOT_FOUND
        CONTINUE
        MOVE PROBLEM_NUMBER OF ARCHIVED_PROBLEM_SOLUTION_DETAILS_REC
          TO WS-POST-NUMBER
        MOVE "A" TO WS-POST-SOURCE
        PERFORM 3060-GET-ARCH-CONFIDENTIAL-FLAG
        IF WS-CONFIDENTIAL-FLAG NOT = "Y"
            MOVE SOLUTION_DESC OF ARCHIVED_PROBLEM_SOLUTION_DETAILS_REC
              TO WS-WORK-TEXT
            PERFORM 4000-POST-TEXT-WORDS
        END-IF
        MOVE ZERO TO SQLCODE
    WHEN SQL_NOT_FOUND
        CONTINUE
        MOVE PROBLEM_NUMBER OF ARCHIVED_PROBLEM_DETAILS_REC
          TO WS-POST-NUMBER
        MOVE "A" TO WS-POST-SOURCE
        PERFORM 3060-GET-ARCH-CONFIDENTIAL-FLAG
        IF WS-CONFIDENTIAL-FLAG NOT = "Y"
            MOVE PROBLEM_DESC OF ARCHIVED_PROBLEM_DETAILS_REC
              TO WS-WORK-TEXT
            PERFORM 4000-POST-TEXT-WORDS
        END-IF
        MOVE ZERO TO SQLCODE
    WHEN SQL_NOT_FOUND
        CONTINUE
