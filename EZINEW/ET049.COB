*                  PROBLEM_DETAILS full-table cursor described in           *
*                  EZITRAK009's header. No new SQL modules.                 *
*                                                                             *
*   NOTE         : CHANGE_DETAILS rows are now change requests first (see   *
*                  EZITRAK0483's header); a row with no IMPLEMENTED_DATE    *
*                  has not been released and is left off the report.        *
*                                                                             *
*******************************************************************************
*
/

    EVALUATE TRUE
    WHEN SQL_SUCCESS
*       A CHANGE STILL WAITING TO BE RELEASED HAS NO FORTNIGHT TO COUNT
        IF IMPLEMENTED_DATE OF CHANGE_DETAILS_REC = ZERO
            CONTINUE
        ELSE
            IF CHANGE-COUNT < CHANGE-MAX
                ADD 1 TO CHANGE-COUNT
                MOVE CHANGE_NUMBER    OF CHANGE_DETAILS_REC
                  TO CHG-CHANGE-NUMBER    (CHANGE-COUNT)
                MOVE APPLICATION_ID   OF CHANGE_DETAILS_REC
                  TO CHG-APPLICATION-ID   (CHANGE-COUNT)
                MOVE IMPLEMENTED_DATE OF CHANGE_DETAILS_REC
                  TO CHG-IMPLEMENTED-DATE (CHANGE-COUNT)
                ADD  IMPLEMENTED_DATE OF CHANGE_DETAILS_REC
                     WINDOW-SPAN-BIN
                  GIVING CHG-WINDOW-END-DATE (CHANGE-COUNT)
                MOVE CHANGE_DESC      OF CHANGE_DETAILS_REC
                  TO CHG-CHANGE-DESC      (CHANGE-COUNT)
                MOVE ZERO
                  TO CHG-PROBLEM-COUNT    (CHANGE-COUNT)
            ELSE
                MOVE "Y" TO CHANGE-TRUNC-FLAG
            END-IF
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
