*                  number carries a legal hold, so finance keeps its seven  *
*                  years while operations keeps its one.                    *
*                                                                             *
*   NOTE         : CONFIDENTIAL_FLAG PIC X (see EZITRAK001's header) is a   *
*                  new column on ARCHIVED_PROBLEM_DETAILS as well -         *
*                  7657-ARCHIVE-CONFIDENTIAL reads the live flag through    *
*                  ET_SS_PROBLEM_CONFIDENTIAL and carries a "Y" onto the    *
*                  archive row through the narrow                           *
*                  ET_UR_ARCHIVED_PROBLEM_CONFIDENTIAL (PROBLEM_NUMBER,     *
*                  CONFIDENTIAL_FLAG), the way 7655 carries the taxonomy,   *
*                  so a restricted ticket stays restricted once archived.   *
*                  The problem's PROBLEM_ACCESS rows are left in place.     *
*                  EZITRAK015 and EZITRAK024 read the flag back, with the   *
*                  recorder and assignee, through                           *
*                  ET_SS_ARCHIVED_PROBLEM_CONFIDENTIAL, shaped like         *
*                  ET_SS_PROBLEM_CONFIDENTIAL, and apply the EZITRAK001     *
*                  access test; EZITRAK064 leaves such rows out of          *
*                  KEYWORD_INDEX. Both modules need generating.             *
*                                                                             *
*******************************************************************************
*
/
 01  PURGE-SKIPPED-COUNT                         PIC S9(9) COMP VALUE 0.
 01  WS-ARCH-CATEGORY-ID                         PIC X(4).
 01  WS-ARCH-SUBCATEGORY-ID                      PIC X(4).
 01  WS-ARCH-CONFIDENTIAL-FLAG                   PIC X.
 01  WS-ARCH-CONF-RECORDER-ID                    PIC X(8).
 01  WS-ARCH-CONF-ASSIGNED-ID                    PIC X(8).
 01  ALREADY-DONE-COUNT                          PIC S9(9) COMP VALUE 0.

 01  WS-DETAIL-LINE.
*
7655-ARCHIVE-CLASSIFICATION-EXIT.
    EXIT.
*
7657-ARCHIVE-CONFIDENTIAL.
*   A RESTRICTED TICKET MUST STAY RESTRICTED IN THE ARCHIVE - CARRY
*   CONFIDENTIAL_FLAG ONTO THE ARCHIVE ROW THE SAME WAY AS THE TAXONOMY
    MOVE "N"    TO WS-ARCH-CONFIDENTIAL-FLAG.
    MOVE SPACES TO WS-ARCH-CONF-RECORDER-ID.
    MOVE SPACES TO WS-ARCH-CONF-ASSIGNED-ID.

    CALL "ET_SS_PROBLEM_CONFIDENTIAL" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 WS-ARCH-CONFIDENTIAL-FLAG
                                 WS-ARCH-CONF-RECORDER-ID
                                 WS-ARCH-CONF-ASSIGNED-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO WS-ARCH-CONFIDENTIAL-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF CONFIDENTIAL_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF WS-ARCH-CONFIDENTIAL-FLAG = "Y"
        CALL "ET_UR_ARCHIVED_PROBLEM_CONFIDENTIAL" USING SQLCA
                                 PROBLEM_NUMBER OF ARCHIVED_PROBLEM_DETAILS_REC
                                 WS-ARCH-CONFIDENTIAL-FLAG
        END-CALL
        EVALUATE TRUE
        WHEN SQL_SUCCESS
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR OF ARCH_CONFIDENTIAL_UR CODE=" SQLCODE
                    WITH CONVERSION
            GO TO 9900-EXIT
        END-EVALUATE
    END-IF.

    MOVE ZERO TO SQLCODE.
/
7650-ARCHIVE-PROBLEM-RECORD.
    MOVE CORRESPONDING
    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 7655-ARCHIVE-CLASSIFICATION
        PERFORM 7657-ARCHIVE-CONFIDENTIAL
    WHEN OTHER
        DISPLAY "ERROR OF ARCH_PROBLEM_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
