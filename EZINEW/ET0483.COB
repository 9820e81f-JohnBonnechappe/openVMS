*                  EZITRAK071_REC list-screen shape. The EZITRAK482 panel    *
*                  belongs in the same FORMS$ library as EZITRAK211.         *
*                                                                             *
*   NOTE         : CHANGE_DETAILS gains six columns so a row is a change    *
*                  request before it is a release: PLANNED_START_TMSTAMP    *
*                  and PLANNED_END_TMSTAMP PIC S9(11)V9(7) COMP,            *
*                  RISK_RATING PIC X (H/M/L), REQUESTER_ID PIC X(8),        *
*                  SITE_ID PIC X(4) (blank = no single site) and            *
*                  CHANGE_STATUS PIC X - R requested, A approved, J         *
*                  rejected, I implemented, C cancelled; a blank status on  *
*                  an older row reads as I when it has an IMPLEMENTED_DATE, *
*                  R otherwise. A and J are only ever set by EZITRAK1273    *
*                  from the CHANGE_APPROVAL decisions; here I needs an      *
*                  approved change (or a release keyed after the event on   *
*                  insert) and an IMPLEMENTED_DATE. Moving an approved      *
*                  change's window, application or site, or withdrawing it  *
*                  to R, puts every approver back to pending. The existing  *
*                  wide modules keep their column lists - a DBA/CDD         *
*                  maintainer needs to add the columns and generate the     *
*                  narrow ET_SS_CHANGE_REQUEST (CHANGE_NUMBER in, the six   *
*                  columns out) and ET_UR_CHANGE_REQUEST (CHANGE_NUMBER and *
*                  the six columns in), the EZITRAK0052 PERSON_GRADE        *
*                  precedent, plus ET_UR_CHANGE_APPROVAL_RESET and          *
*                  ET_DR_CHANGE_APPROVAL_BY_CHANGE (CHANGE_NUMBER in,       *
*                  SQL_NOT_FOUND when no approver is named) described in    *
*                  EZITRAK1273's header. EZITRAK482_REC's line table gains  *
*                  the same six fields.                                     *
*                                                                             *
*******************************************************************************
*
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.CHANGE_DETAILS_REC"        from dictionary.
    copy "EZITRAK_CDD.APPLICATION_DETAILS_REC"   from dictionary.
    copy "EZITRAK_CDD.SITE_DETAILS_REC"          from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"        from dictionary.
    copy "EZITRAK_CDD.USER_AUTHORITY_REC"        from dictionary.
    copy "EZITRAK_CDD.AUTH_REFUSAL_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.LOOKUP_AUDIT_LOG_REC"      from dictionary.
/
 01  TMP-FLAG                                    PIC X.
 01  APPLICATION-FOUND-FLAG                      PIC X.
 01  SITE-FOUND-FLAG                             PIC X.
 01  RESET-APPROVALS-FLAG                        PIC X.

 01  SQLCA.
     03  SQLCAID                                 PIC X(8) VALUE "SQLCA   ".

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB1_MAX                                    PIC S9(4) COMP VALUE 20.

*   THE REQUEST COLUMNS AS THEY STOOD BEFORE A MODIFY
 01  WS-OLD-APPLICATION-ID                       PIC X(4).
 01  WS-OLD-SITE-ID                              PIC X(4).
 01  WS-OLD-PLANNED-START                        PIC S9(11)V9(7) COMP.
 01  WS-OLD-PLANNED-END                          PIC S9(11)V9(7) COMP.
 01  WS-OLD-CHANGE-STATUS                        PIC X.
 01  WS-NEW-CHANGE-STATUS                        PIC X.
*
* ************ TEMP ITEM -- REMOVE AFTER PROG IS OK ***************
 01  TEMP-COUNTER                                PIC S9(9) COMP.
          TO REC_USER         OF EZITRAK482_REC (SUB1).
        MOVE REC_TMSTAMP      OF CHANGE_DETAILS_REC
          TO REC_TMSTAMP      OF EZITRAK482_REC (SUB1).

        PERFORM 7710_READ_CHANGE_REQUEST.
*
7710_READ_CHANGE_REQUEST.
    PERFORM 7520_SS_CHANGE_REQUEST.

    MOVE PLANNED_START_TMSTAMP OF CHANGE_DETAILS_REC
      TO PLANNED_START_TMSTAMP OF EZITRAK482_REC (SUB1).
    MOVE PLANNED_END_TMSTAMP   OF CHANGE_DETAILS_REC
      TO PLANNED_END_TMSTAMP   OF EZITRAK482_REC (SUB1).
    MOVE RISK_RATING           OF CHANGE_DETAILS_REC
      TO RISK_RATING           OF EZITRAK482_REC (SUB1).
    MOVE REQUESTER_ID          OF CHANGE_DETAILS_REC
      TO REQUESTER_ID          OF EZITRAK482_REC (SUB1).
    MOVE SITE_ID               OF CHANGE_DETAILS_REC
      TO SITE_ID               OF EZITRAK482_REC (SUB1).
    MOVE CHANGE_STATUS         OF CHANGE_DETAILS_REC
      TO CHANGE_STATUS         OF EZITRAK482_REC (SUB1).

    MOVE ZERO TO SQLCODE.
/
5000-UPDATE-CHANGE-RECORDS.
    PERFORM 7100_START_TRAN_RW.
    EVALUATE UPDATE_IND OF EZITRAK482_REC ( SUB1 )
    WHEN "I"
        PERFORM 6551_VALIDATE_CHANGE_LINE
        IF TMP_FLAG = "Y"
            PERFORM 6557_VALIDATE_REQUEST_LINE
        END-IF
        IF TMP_FLAG = "Y"
            PERFORM 6552_INSERT_CHANGE_LINE
        END-IF
        IF TMP_FLAG = "Y"
            PERFORM 7500_SELECT_CHANGE_LINE
        END-IF
        IF TMP_FLAG = "Y"
            PERFORM 6557_VALIDATE_REQUEST_LINE
        END-IF
        IF TMP_FLAG = "Y"
            PERFORM 6556_UPDATE_CHANGE_LINE
        END-IF
        MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 7600_BUILD_AFTER_IMAGE
        PERFORM 8950-WRITE-LOOKUP-AUDIT
        PERFORM 6560_SET_CHANGE_REQUEST
    WHEN SQL_DUPLICATE_IDX
        MOVE "LINE INSERTED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK482_REC
        MOVE "N" TO TMP_FLAG
        MOVE "D" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
        PERFORM 6564_DELETE_CHANGE_APPROVALS
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK482_REC
        MOVE "M" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 7600_BUILD_AFTER_IMAGE
        PERFORM 8950-WRITE-LOOKUP-AUDIT
        PERFORM 6560_SET_CHANGE_REQUEST
        IF RESET-APPROVALS-FLAG = "Y"
            PERFORM 6562_RESET_CHANGE_APPROVALS
        END-IF
    WHEN SQL_NOT_FOUND
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK482_REC
        MOVE "N" TO TMP_FLAG
        GO TO 9900_EXIT
    END-EVALUATE.
*
6557_VALIDATE_REQUEST_LINE.
*   THE REQUEST SIDE OF THE LINE - REQUESTER, SITE, STATUS, RISK AND
*   PLANNED WINDOW. A AND J ARE THE APPROVERS' TO GIVE ON EZITRAK127,
*   SO THE STATUS KEYED HERE MAY ONLY MOVE THE WAYS 6558/6559 ALLOW
    MOVE "N" TO RESET-APPROVALS-FLAG.

    IF REQUESTER_ID OF EZITRAK482-REC ( SUB1 ) = SPACES
        PERFORM 8700-GET-USER
        MOVE CURRENT_USER_ID TO REQUESTER_ID OF EZITRAK482-REC ( SUB1 )
    END-IF.

    MOVE REQUESTER_ID OF EZITRAK482-REC ( SUB1 )
      TO PERSON_ID    OF PERSON_DETAILS_REC.
    PERFORM 8500_READ_PERSON_TABLE.
    IF SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE "REQUESTER NOT ON FILE" TO ERROR_MESSAGE OF EZITRAK482_REC
    END-IF.
    MOVE ZERO TO SQLCODE.

    IF TMP_FLAG = "Y"
       AND SITE_ID OF EZITRAK482-REC ( SUB1 ) NOT = SPACES
        PERFORM 8510_READ_SITE_TABLE
        IF SITE-FOUND-FLAG = "N"
            MOVE "N" TO TMP_FLAG
            MOVE "SITE NOT ON FILE" TO ERROR_MESSAGE OF EZITRAK482_REC
        END-IF
    END-IF.

    IF TMP_FLAG = "Y"
        MOVE CHANGE_STATUS OF EZITRAK482-REC ( SUB1 )
          TO WS-NEW-CHANGE-STATUS
        IF UPDATE_IND OF EZITRAK482_REC ( SUB1 ) = "I"
            PERFORM 6558_CHECK_NEW_STATUS
        ELSE
            PERFORM 6559_CHECK_STATUS_MOVE
        END-IF
    END-IF.

    IF TMP_FLAG = "Y"
       AND WS-NEW-CHANGE-STATUS NOT = "I"
       AND WS-NEW-CHANGE-STATUS NOT = "C"
        IF RISK_RATING OF EZITRAK482-REC ( SUB1 ) NOT = "H"
           AND RISK_RATING OF EZITRAK482-REC ( SUB1 ) NOT = "M"
           AND RISK_RATING OF EZITRAK482-REC ( SUB1 ) NOT = "L"
            MOVE "N" TO TMP_FLAG
            MOVE "RISK RATING MUST BE H, M OR L"
              TO ERROR_MESSAGE OF EZITRAK482_REC
        END-IF
    END-IF.

*   A CHANGE STILL GOING THROUGH APPROVAL MUST SAY WHEN IT WILL RUN;
*   A RELEASE KEYED AFTER THE EVENT MAY HAVE NO PLANNED WINDOW AT ALL
    IF TMP_FLAG = "Y"
        IF PLANNED_START_TMSTAMP OF EZITRAK482-REC ( SUB1 ) NOT = ZERO
           OR PLANNED_END_TMSTAMP OF EZITRAK482-REC ( SUB1 ) NOT = ZERO
           OR WS-NEW-CHANGE-STATUS = "R"
           OR WS-NEW-CHANGE-STATUS = "A"
           OR WS-NEW-CHANGE-STATUS = "J"
            IF PLANNED_START_TMSTAMP OF EZITRAK482-REC ( SUB1 ) = ZERO
               OR PLANNED_END_TMSTAMP OF EZITRAK482-REC ( SUB1 )
                  NOT > PLANNED_START_TMSTAMP OF EZITRAK482-REC ( SUB1 )
                MOVE "N" TO TMP_FLAG
                MOVE "PLANNED WINDOW MUST START BEFORE IT ENDS"
                  TO ERROR_MESSAGE OF EZITRAK482_REC
            END-IF
        END-IF
    END-IF.

*   AN APPROVED CHANGE MOVED TO ANOTHER WINDOW, APPLICATION OR SITE IS
*   NOT THE CHANGE THE APPROVERS AGREED TO - BACK IT GOES FOR APPROVAL
    IF TMP_FLAG = "Y"
       AND UPDATE_IND OF EZITRAK482_REC ( SUB1 ) = "M"
       AND WS-OLD-CHANGE-STATUS = "A"
       AND WS-NEW-CHANGE-STATUS = "A"
        IF APPLICATION_ID OF EZITRAK482-REC ( SUB1 )
              NOT = WS-OLD-APPLICATION-ID
           OR SITE_ID OF EZITRAK482-REC ( SUB1 ) NOT = WS-OLD-SITE-ID
           OR PLANNED_START_TMSTAMP OF EZITRAK482-REC ( SUB1 )
              NOT = WS-OLD-PLANNED-START
           OR PLANNED_END_TMSTAMP OF EZITRAK482-REC ( SUB1 )
              NOT = WS-OLD-PLANNED-END
            MOVE "R" TO WS-NEW-CHANGE-STATUS
            MOVE "Y" TO RESET-APPROVALS-FLAG
        END-IF
    END-IF.

    IF TMP_FLAG = "Y"
        MOVE WS-NEW-CHANGE-STATUS
          TO CHANGE_STATUS         OF EZITRAK482-REC ( SUB1 )
        MOVE PLANNED_START_TMSTAMP OF EZITRAK482-REC ( SUB1 )
          TO PLANNED_START_TMSTAMP OF CHANGE_DETAILS_REC
        MOVE PLANNED_END_TMSTAMP   OF EZITRAK482-REC ( SUB1 )
          TO PLANNED_END_TMSTAMP   OF CHANGE_DETAILS_REC
        MOVE RISK_RATING           OF EZITRAK482-REC ( SUB1 )
          TO RISK_RATING           OF CHANGE_DETAILS_REC
        MOVE REQUESTER_ID          OF EZITRAK482-REC ( SUB1 )
          TO REQUESTER_ID          OF CHANGE_DETAILS_REC
        MOVE SITE_ID               OF EZITRAK482-REC ( SUB1 )
          TO SITE_ID               OF CHANGE_DETAILS_REC
        MOVE WS-NEW-CHANGE-STATUS
          TO CHANGE_STATUS         OF CHANGE_DETAILS_REC
    END-IF.
*
6558_CHECK_NEW_STATUS.
*   A NEW LINE IS A REQUEST, OR A RELEASE RECORDED AFTER THE EVENT
    IF WS-NEW-CHANGE-STATUS = SPACE
        MOVE "R" TO WS-NEW-CHANGE-STATUS
    END-IF.

    EVALUATE WS-NEW-CHANGE-STATUS
    WHEN "R"
        CONTINUE
    WHEN "I"
        IF IMPLEMENTED_DATE OF EZITRAK482-REC ( SUB1 ) = ZERO
            MOVE "N" TO TMP_FLAG
            MOVE "ENTER THE IMPLEMENTED DATE OF A RELEASED CHANGE"
              TO ERROR_MESSAGE OF EZITRAK482_REC
        END-IF
    WHEN "A"
    WHEN "J"
        MOVE "N" TO TMP_FLAG
        MOVE "APPROVAL IS GIVEN ON THE CHANGE APPROVAL SCREEN"
          TO ERROR_MESSAGE OF EZITRAK482_REC
    WHEN OTHER
        MOVE "N" TO TMP_FLAG
        MOVE "A NEW CHANGE MUST BE R (REQUESTED) OR I (IMPLEMENTED)"
          TO ERROR_MESSAGE OF EZITRAK482_REC
    END-EVALUATE.
*
6559_CHECK_STATUS_MOVE.
    IF WS-NEW-CHANGE-STATUS = SPACE
        MOVE WS-OLD-CHANGE-STATUS TO WS-NEW-CHANGE-STATUS
    END-IF.

    IF WS-NEW-CHANGE-STATUS NOT = WS-OLD-CHANGE-STATUS
        EVALUATE WS-NEW-CHANGE-STATUS
        WHEN "A"
        WHEN "J"
            MOVE "N" TO TMP_FLAG
            MOVE "APPROVAL IS GIVEN ON THE CHANGE APPROVAL SCREEN"
              TO ERROR_MESSAGE OF EZITRAK482_REC
        WHEN "I"
            IF WS-OLD-CHANGE-STATUS NOT = "A"
                MOVE "N" TO TMP_FLAG
                MOVE "ONLY AN APPROVED CHANGE CAN BE IMPLEMENTED"
                  TO ERROR_MESSAGE OF EZITRAK482_REC
            END-IF
        WHEN "C"
            IF WS-OLD-CHANGE-STATUS = "I"
                MOVE "N" TO TMP_FLAG
                MOVE "AN IMPLEMENTED CHANGE CANNOT BE CANCELLED"
                  TO ERROR_MESSAGE OF EZITRAK482_REC
            END-IF
        WHEN "R"
            IF WS-OLD-CHANGE-STATUS = "I"
                MOVE "N" TO TMP_FLAG
                MOVE "AN IMPLEMENTED CHANGE CANNOT BE REOPENED"
                  TO ERROR_MESSAGE OF EZITRAK482_REC
            ELSE
                MOVE "Y" TO RESET-APPROVALS-FLAG
            END-IF
        WHEN OTHER
            MOVE "N" TO TMP_FLAG
            MOVE "CHANGE STATUS MUST BE R, I OR C"
              TO ERROR_MESSAGE OF EZITRAK482_REC
        END-EVALUATE
    END-IF.

    IF TMP_FLAG = "Y"
       AND WS-NEW-CHANGE-STATUS = "I"
       AND IMPLEMENTED_DATE OF EZITRAK482-REC ( SUB1 ) = ZERO
        MOVE "N" TO TMP_FLAG
        MOVE "ENTER THE IMPLEMENTED DATE OF A RELEASED CHANGE"
          TO ERROR_MESSAGE OF EZITRAK482_REC
    END-IF.
*
6560_SET_CHANGE_REQUEST.
    CALL "ET_UR_CHANGE_REQUEST" USING SQLCA
                           CHANGE_NUMBER         OF CHANGE_DETAILS_REC
                           PLANNED_START_TMSTAMP OF CHANGE_DETAILS_REC
                           PLANNED_END_TMSTAMP   OF CHANGE_DETAILS_REC
                           RISK_RATING           OF CHANGE_DETAILS_REC
                           REQUESTER_ID          OF CHANGE_DETAILS_REC
                           SITE_ID               OF CHANGE_DETAILS_REC
                           CHANGE_STATUS         OF CHANGE_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK482_REC
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK482_REC
    WHEN OTHER
        DISPLAY "ERROR OF CHANGE_REQUEST_UR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6562_RESET_CHANGE_APPROVALS.
*   EVERY NAMED APPROVER GOES BACK TO PENDING AND MUST DECIDE AGAIN
    CALL "ET_UR_CHANGE_APPROVAL_RESET" USING SQLCA
                           CHANGE_NUMBER         OF CHANGE_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "CHANGE_APPROVAL" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC
        MOVE "M" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        MOVE "ALL DECISIONS RESET TO PENDING"
          TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
        MOVE "CHANGE_DETAILS" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK482_REC
    WHEN OTHER
        DISPLAY "ERROR OF APPROVAL_RESET CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
6564_DELETE_CHANGE_APPROVALS.
*   THE APPROVER LIST GOES WITH THE CHANGE
    CALL "ET_DR_CHANGE_APPROVAL_BY_CHANGE" USING SQLCA
                           CHANGE_NUMBER         OF CHANGE_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "CHANGE_APPROVAL" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC
        MOVE "D" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE "ALL APPROVERS" TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
        MOVE "CHANGE_DETAILS" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF APPROVAL_DR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
7600_BUILD_AFTER_IMAGE.
    MOVE SPACES TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC.

    STRING APPLICATION_ID OF CHANGE_DETAILS_REC DELIMITED BY SIZE
           " "                                  DELIMITED BY SIZE
           SITE_ID        OF CHANGE_DETAILS_REC DELIMITED BY SIZE
           " "                                  DELIMITED BY SIZE
           CHANGE_STATUS  OF CHANGE_DETAILS_REC DELIMITED BY SIZE
           RISK_RATING    OF CHANGE_DETAILS_REC DELIMITED BY SIZE
           " "                                  DELIMITED BY SIZE
           REQUESTER_ID   OF CHANGE_DETAILS_REC DELIMITED BY SIZE
           " "                                  DELIMITED BY SIZE
           CHANGE_DESC    OF CHANGE_DETAILS_REC DELIMITED BY SIZE
      INTO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 7510_SELECT_CHANGE_REQUEST
        MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        STRING APPLICATION_ID OF CHANGE_DETAILS_REC DELIMITED BY SIZE
               " "                                  DELIMITED BY SIZE
               SITE_ID        OF CHANGE_DETAILS_REC DELIMITED BY SIZE
               " "                                  DELIMITED BY SIZE
               CHANGE_STATUS  OF CHANGE_DETAILS_REC DELIMITED BY SIZE
               RISK_RATING    OF CHANGE_DETAILS_REC DELIMITED BY SIZE
               " "                                  DELIMITED BY SIZE
               REQUESTER_ID   OF CHANGE_DETAILS_REC DELIMITED BY SIZE
               " "                                  DELIMITED BY SIZE
               CHANGE_DESC    OF CHANGE_DETAILS_REC DELIMITED BY SIZE
          INTO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
7510_SELECT_CHANGE_REQUEST.
    PERFORM 7520_SS_CHANGE_REQUEST.

    MOVE APPLICATION_ID        OF CHANGE_DETAILS_REC
      TO WS-OLD-APPLICATION-ID.
    MOVE SITE_ID               OF CHANGE_DETAILS_REC
      TO WS-OLD-SITE-ID.
    MOVE PLANNED_START_TMSTAMP OF CHANGE_DETAILS_REC
      TO WS-OLD-PLANNED-START.
    MOVE PLANNED_END_TMSTAMP   OF CHANGE_DETAILS_REC
      TO WS-OLD-PLANNED-END.
    MOVE CHANGE_STATUS         OF CHANGE_DETAILS_REC
      TO WS-OLD-CHANGE-STATUS.
*
7520_SS_CHANGE_REQUEST.
    CALL "ET_SS_CHANGE_REQUEST" USING SQLCA
                           CHANGE_NUMBER         OF CHANGE_DETAILS_REC
                           PLANNED_START_TMSTAMP OF CHANGE_DETAILS_REC
                           PLANNED_END_TMSTAMP   OF CHANGE_DETAILS_REC
                           RISK_RATING           OF CHANGE_DETAILS_REC
                           REQUESTER_ID          OF CHANGE_DETAILS_REC
                           SITE_ID               OF CHANGE_DETAILS_REC
                           CHANGE_STATUS         OF CHANGE_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO   TO PLANNED_START_TMSTAMP OF CHANGE_DETAILS_REC
        MOVE ZERO   TO PLANNED_END_TMSTAMP   OF CHANGE_DETAILS_REC
        MOVE SPACES TO RISK_RATING           OF CHANGE_DETAILS_REC
        MOVE SPACES TO REQUESTER_ID          OF CHANGE_DETAILS_REC
        MOVE SPACES TO SITE_ID               OF CHANGE_DETAILS_REC
        MOVE SPACES TO CHANGE_STATUS         OF CHANGE_DETAILS_REC
    WHEN OTHER
        DISPLAY "ERROR OF CHANGE_REQUEST_SS CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

*   A ROW KEYED BEFORE CHANGES WERE APPROVED HAS NO STATUS - A RELEASE
*   ON FILE WITH ITS DATE IS IMPLEMENTED, ANYTHING ELSE IS A REQUEST
    IF CHANGE_STATUS OF CHANGE_DETAILS_REC = SPACE
        IF IMPLEMENTED_DATE OF CHANGE_DETAILS_REC NOT = ZERO
            MOVE "I" TO CHANGE_STATUS OF CHANGE_DETAILS_REC
        ELSE
            MOVE "R" TO CHANGE_STATUS OF CHANGE_DETAILS_REC
        END-IF
    END-IF.

    MOVE ZERO TO SQLCODE.
/
7800-CMT_TRAN.
    CALL "ET_CMT_TRN" USING SQLCA.
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
*
8500_READ_PERSON_TABLE.
    CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                      PERSON_ID       OF PERSON_DETAILS_REC
                                      PERSON_DESC     OF PERSON_DETAILS_REC
                                      PERSON_PHONE    OF PERSON_DETAILS_REC
                                      SUPERVISOR_FLAG OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "*** NOT ON FILE ****" TO PERSON_DESC     OF PERSON_DETAILS_REC
        MOVE "N"                    TO SUPERVISOR_FLAG OF PERSON_DETAILS_REC
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_SS CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
8510_READ_SITE_TABLE.
    MOVE SITE_ID OF EZITRAK482-REC ( SUB1 )
      TO SITE_ID OF SITE_DETAILS_REC.

    CALL "ET_SS_SITE_DETAILS" USING SQLCA
                              SITE_ID     OF SITE_DETAILS_REC
                              SITE_DESC   OF SITE_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO SITE-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO SITE-FOUND-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF SITE_SS CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
8950-WRITE-LOOKUP-AUDIT.
    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF LOOKUP_AUDIT_LOG_REC.
