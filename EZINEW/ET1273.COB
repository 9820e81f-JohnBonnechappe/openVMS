IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK1273                                                *
*   Program Name : Change Approval Table                                      *
*   Summary      : CALLed by EZITRAK127 with a MODE_FLAG parameter, the       *
*                  same shape as EZITRAK0993 but keyed on one change. Mode    *
*                  "F" reads the CHANGE_DETAILS request keyed on the          *
*                  EZITRAK1271 screen (a blank key brings up the first        *
*                  change still waiting for this user's decision) and its     *
*                  CHANGE_APPROVAL rows; mode "U" applies the lines. "I"      *
*                  and "D" name or remove an approver - only the change's     *
*                  requester or an AUTH_LOOKUP_MAINT holder, only while       *
*                  the change is at status R, and never the requester as      *
*                  their own approver. "A" approves and "J" rejects (with     *
*                  a reason in the note) - only by the named approver on      *
*                  that line; an approval is refused while the planned        *
*                  window overlaps a CHANGE_FREEZE period covering the        *
*                  change's application or site. Refusals are logged.         *
*                  Afterwards the change's CHANGE_STATUS follows its          *
*                  approvers: any rejection makes it J, every approver        *
*                  approving makes it A, otherwise it stays R. Every          *
*                  change is written through LOOKUP_AUDIT_LOG.                *
*                                                                             *
*   SCREENS USED : EZITRAK1271 (record only - displayed by EZITRAK127)        *
*                                                                             *
*   TABLES  USED : CHANGE_APPROVAL      (Input-Output)                        *
*                  CHANGE_DETAILS       (Input-Output)                        *
*                  CHANGE_FREEZE        (Input)                               *
*                  PERSON_DETAILS       (Input)                               *
*                  USER_AUTHORITY       (Input)                               *
*                  LOOKUP_AUDIT_LOG     (Output)                              *
*                                                                             *
*   NOTE         : CHANGE_APPROVAL is a new CDD child table of              *
*                  CHANGE_DETAILS, not yet generated, keyed on              *
*                  CHANGE_NUMBER + APPROVER_ID: CHANGE_NUMBER PIC X(8),     *
*                  APPROVER_ID PIC X(8), DECISION PIC X (P pending, A       *
*                  approved, J rejected), DECISION_NOTE PIC X(60),          *
*                  DECISION_TMSTAMP PIC S9(11)V9(7) COMP, REC_USER PIC      *
*                  X(8), REC_TMSTAMP PIC S9(11)V9(7) COMP. A DBA/CDD        *
*                  maintainer needs to create the table and generate the    *
*                  cursor ET_OC/FC/CC_CHANGE_APPROVAL (CHANGE_NUMBER in,    *
*                  ordered by APPROVER_ID), ET_IR/UR/DR_CHANGE_APPROVAL on  *
*                  the key, ET_UR_CHANGE_APPROVAL_RESET and                 *
*                  ET_DR_CHANGE_APPROVAL_BY_CHANGE (CHANGE_NUMBER in; every *
*                  row's DECISION back to P with a zero DECISION_TMSTAMP,   *
*                  or every row deleted - EZITRAK0483) and                  *
*                  ET_SS_CHANGE_APPROVAL_PENDING (APPROVER_ID in; the       *
*                  lowest CHANGE_NUMBER where that person's DECISION is P   *
*                  and the change is at CHANGE_STATUS R out, SQL_NOT_FOUND  *
*                  when none). The request columns and the                  *
*                  ET_SS/UR_CHANGE_REQUEST pair are described in            *
*                  EZITRAK0483's header, the freeze calendar and            *
*                  ET_SS_CHANGE_FREEZE_OVERLAP in EZITRAK1283's.            *
*                                                                             *
*   NOTE         : EZITRAK1271_REC is a new CDD screen record, not yet      *
*                  generated - KEY_PRESSED PIC X, ERROR_MESSAGE PIC X(60),  *
*                  CHANGE_NUMBER PIC X(8) and the display-only              *
*                  APPLICATION_ID PIC X(4), SITE_ID PIC X(4),               *
*                  PLANNED_START_TMSTAMP / PLANNED_END_TMSTAMP PIC          *
*                  S9(11)V9(7) COMP, RISK_RATING PIC X, REQUESTER_ID PIC    *
*                  X(8), CHANGE_STATUS PIC X and CHANGE_DESC PIC X(60),     *
*                  then an OCCURS 20 line table of UPDATE_IND PIC X,        *
*                  APPROVER_ID PIC X(8), PERSON_DESC PIC X(30), DECISION    *
*                  PIC X, DECISION_NOTE PIC X(60), DECISION_TMSTAMP,        *
*                  REC_USER and REC_TMSTAMP - the EZITRAK991_REC keyed list *
*                  shape, in the same FORMS$ library as EZITRAK991.         *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK1273.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
/
DATA DIVISION.
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.CHANGE_APPROVAL_REC"       from dictionary.
    copy "EZITRAK_CDD.CHANGE_DETAILS_REC"        from dictionary.
    copy "EZITRAK_CDD.CHANGE_FREEZE_REC"         from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"        from dictionary.
    copy "EZITRAK_CDD.USER_AUTHORITY_REC"        from dictionary.
    copy "EZITRAK_CDD.AUTH_REFUSAL_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.LOOKUP_AUDIT_LOG_REC"      from dictionary.
/
 01  TMP-FLAG                                    PIC X.
 01  CHANGE-FOUND-FLAG                           PIC X.
 01  LIST-MAINT-OK-FLAG                          PIC X.

 01  SQLCA.
     03  SQLCAID                                 PIC X(8) VALUE "SQLCA   ".
     03  SQLCABC                                 PIC S9(9) COMP  VALUE 128.
     03  SQLCODE                                 PIC S9(9) COMP.
         88  SQL_SUCCESS                         VALUE 0.
         88  SQL_NOT_FOUND                       VALUE 100.
         88  SQL_DUPLICATE_IDX                   VALUE -803.
         88  SQL_LOCKED_RECORD                   VALUE -1003.
     03  SQLERRML                                PIC S9(4) COMP VALUE 0.
     03  SQLERRMC                                PIC X(70).
     03  SQLERRD                                 PIC S9(9) COMP OCCURS 6.
     03  SQLWARN                                 PIC X(8).
     03  SQLEXT                                  PIC X(8).

 01 Rdb$MESSAGE_VECTOR EXTERNAL GLOBAL.
     03 Rdb$LU_NUM_ARGUMENTS                     PIC S9(9) COMP.
     03 Rdb$LU_STATUS                            PIC S9(9) COMP.
     03 Rdb$ALU_ARGUMENTS                        OCCURS 18.
         05 Rdb$LU_ARGUMENTS                     PIC S9(9) COMP.

 01  ERR_RET                                     PIC S9(9) COMP.
 01  ERR_SUB                                     PIC  9(9) COMP.
 01  ERR_FLAGS                                   PIC  9(9) COMP.
 01  ERR_LENGTH                                  PIC  9(9) COMP.
 01  ERR_BUFFER                                  PIC  X(80).
 01  SS$_NORMAL                                  PIC S9(9) COMP
     VALUE IS EXTERNAL SS$_NORMAL.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.

 01  CURRENT_USER_ID                             PIC X(8).
 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  TRANSACTION_BEGUN_FLAG                      PIC X.

 01  EXIT_STATUS                                 PIC S9(9) COMP.

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB1_MAX                                    PIC S9(4) COMP VALUE 20.

 01  WS-CHANGE-NUMBER                            PIC X(8).
 01  WS-CHANGE-STATUS                            PIC X.
 01  WS-NEW-CHANGE-STATUS                        PIC X.
 01  WS-APPROVER-COUNT                           PIC S9(4) COMP.
 01  WS-PENDING-COUNT                            PIC S9(4) COMP.
 01  WS-REJECTED-COUNT                           PIC S9(4) COMP.
*
* ************ TEMP ITEM -- REMOVE AFTER PROG IS OK ***************
 01  TEMP-COUNTER                                PIC S9(9) COMP.

/
LINKAGE SECTION.
 01  MODE_FLAG                                   PIC X.

    copy "EZITRAK_CDD.EZITRAK1271_REC"  from dictionary.

PROCEDURE DIVISION USING MODE_FLAG , EZITRAK1271_REC
                   GIVING EXIT_STATUS.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    EVALUATE MODE_FLAG
    WHEN "F"
        PERFORM 3000-FETCH-APPROVAL-RECORDS
           THRU 3000-FETCH-APPROVAL-RECORDS-EXIT
    WHEN "U"
        PERFORM 5000-UPDATE-APPROVAL-RECORDS
           THRU 5000-UPDATE-APPROVAL-RECORDS-EXIT
    WHEN OTHER
        MOVE 100 TO EXIT_STATUS
    END-EVALUATE.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO    TO SQLCODE.
    MOVE ZERO    TO EXIT_STATUS.
    MOVE "N"     TO TRANSACTION_BEGUN_FLAG.

    MOVE "CHANGE_APPROVAL" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC.
/
3000-FETCH-APPROVAL-RECORDS.
*   THE KEYED CHANGE NUMBER SURVIVES THE CLEAR-DOWN; A BLANK ONE BRINGS
*   UP THE FIRST CHANGE STILL WAITING FOR THIS USER'S DECISION
    MOVE CHANGE_NUMBER OF EZITRAK1271_REC TO WS-CHANGE-NUMBER.

    INITIALIZE             EZITRAK1271-REC.

    PERFORM 7000_START_TRAN_RO.

    IF WS-CHANGE-NUMBER = SPACES
        PERFORM 7300_FIND_MY_PENDING_CHANGE
    END-IF.

    MOVE WS-CHANGE-NUMBER TO CHANGE_NUMBER OF EZITRAK1271_REC.

    IF WS-CHANGE-NUMBER = SPACES
        MOVE "NO CHANGE IS WAITING FOR YOUR DECISION - KEY A CHANGE NUMBER"
          TO ERROR_MESSAGE OF EZITRAK1271_REC
        PERFORM 7800_CMT_TRAN
        GO TO 3000-FETCH-APPROVAL-RECORDS-EXIT
    END-IF.

    PERFORM 7400_GET_CHANGE_HEADER.

    IF CHANGE-FOUND-FLAG = "N"
        MOVE "CHANGE NUMBER NOT ON FILE" TO ERROR_MESSAGE OF EZITRAK1271_REC
        PERFORM 7800_CMT_TRAN
        GO TO 3000-FETCH-APPROVAL-RECORDS-EXIT
    END-IF.

    PERFORM 7450_SETUP_HEADER.

    MOVE WS-CHANGE-NUMBER TO CHANGE_NUMBER OF CHANGE_APPROVAL_REC.

    CALL "ET_OC_CHANGE_APPROVAL" USING SQLCA
                             CHANGE_NUMBER OF CHANGE_APPROVAL_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CHANGE_APPROVAL_OC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 3150_FETCH VARYING SUB1 FROM 1 BY 1
                               UNTIL NOT SQL_SUCCESS
                               OR SUB1 > SUB1_MAX.

    CALL "ET_CC_CHANGE_APPROVAL" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 7800_CMT_TRAN.
*
3000-FETCH-APPROVAL-RECORDS-EXIT.
    EXIT.
*
3150_FETCH.
    CALL "ET_FC_CHANGE_APPROVAL" USING SQLCA
                             APPROVER_ID      OF CHANGE_APPROVAL_REC
                             DECISION         OF CHANGE_APPROVAL_REC
                             DECISION_NOTE    OF CHANGE_APPROVAL_REC
                             DECISION_TMSTAMP OF CHANGE_APPROVAL_REC
                             REC_USER         OF CHANGE_APPROVAL_REC
                             REC_TMSTAMP      OF CHANGE_APPROVAL_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 7700_SETUP_REC
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF FC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
7700_SETUP_REC.
        MOVE APPROVER_ID      OF CHANGE_APPROVAL_REC
          TO APPROVER_ID      OF EZITRAK1271_REC (SUB1).
        MOVE DECISION         OF CHANGE_APPROVAL_REC
          TO DECISION         OF EZITRAK1271_REC (SUB1).
        MOVE DECISION_NOTE    OF CHANGE_APPROVAL_REC
          TO DECISION_NOTE    OF EZITRAK1271_REC (SUB1).
        MOVE DECISION_TMSTAMP OF CHANGE_APPROVAL_REC
          TO DECISION_TMSTAMP OF EZITRAK1271_REC (SUB1).
        MOVE REC_USER         OF CHANGE_APPROVAL_REC
          TO REC_USER         OF EZITRAK1271_REC (SUB1).
        MOVE REC_TMSTAMP      OF CHANGE_APPROVAL_REC
          TO REC_TMSTAMP      OF EZITRAK1271_REC (SUB1).

        MOVE APPROVER_ID      OF CHANGE_APPROVAL_REC
          TO PERSON_ID        OF PERSON_DETAILS_REC.
        PERFORM 8500_READ_PERSON_TABLE.
        MOVE PERSON_DESC      OF PERSON_DETAILS_REC
          TO PERSON_DESC      OF EZITRAK1271_REC (SUB1).

        MOVE ZERO TO SQLCODE.
/
5000-UPDATE-APPROVAL-RECORDS.
    IF CHANGE_NUMBER OF EZITRAK1271_REC = SPACES
        MOVE "KEY A CHANGE NUMBER AND PRESS F"
          TO ERROR_MESSAGE OF EZITRAK1271_REC
        MOVE 100 TO EXIT_STATUS
        GO TO 5000-UPDATE-APPROVAL-RECORDS-EXIT
    END-IF.

    MOVE CHANGE_NUMBER OF EZITRAK1271_REC TO WS-CHANGE-NUMBER.

    PERFORM 7100_START_TRAN_RW.

    PERFORM 7400_GET_CHANGE_HEADER.

    IF CHANGE-FOUND-FLAG = "N"
        MOVE "CHANGE NUMBER NOT ON FILE" TO ERROR_MESSAGE OF EZITRAK1271_REC
        MOVE 100 TO EXIT_STATUS
        PERFORM 7800_CMT_TRAN
        GO TO 5000-UPDATE-APPROVAL-RECORDS-EXIT
    END-IF.

    PERFORM 8980-CHECK-LIST-AUTHORITY.

    MOVE "Y" TO TMP_FLAG.
    PERFORM 6550_UPDATE_APPROVAL_LINE VARYING SUB1
                                      FROM 1 BY 1
                                      UNTIL SUB1 > SUB1_MAX
                                      OR TMP_FLAG = "N".

*   LINES APPLIED BEFORE A REFUSED ONE STILL COUNT TOWARDS THE STATUS
    PERFORM 6600_SET_CHANGE_STATUS.

    IF TMP_FLAG = "N"
        MOVE 100 TO EXIT_STATUS
    END-IF.

    PERFORM 7800_CMT_TRAN.
*
5000-UPDATE-APPROVAL-RECORDS-EXIT.
    EXIT.
/
6550_UPDATE_APPROVAL_LINE.
    EVALUATE UPDATE_IND OF EZITRAK1271_REC ( SUB1 )
    WHEN "I"
        PERFORM 6551_VALIDATE_APPROVER_LINE
        IF TMP_FLAG = "Y"
            PERFORM 6552_INSERT_APPROVER_LINE
        END-IF
    WHEN "D"
        PERFORM 6553_CHECK_LIST_AUTHORITY
        IF TMP_FLAG = "Y"
            PERFORM 6554_DELETE_APPROVER_LINE
        END-IF
    WHEN "A"
    WHEN "J"
        PERFORM 6555_VALIDATE_DECISION_LINE
        IF TMP_FLAG = "Y"
            PERFORM 6556_RECORD_DECISION_LINE
        END-IF
    WHEN OTHER
        CONTINUE
    END-EVALUATE.
*
6551_VALIDATE_APPROVER_LINE.
    PERFORM 6553_CHECK_LIST_AUTHORITY.

    IF TMP_FLAG = "Y"
        IF APPROVER_ID OF EZITRAK1271-REC ( SUB1 ) = SPACES
            MOVE "N" TO TMP_FLAG
            MOVE "APPROVER ID MUST BE ENTERED"
              TO ERROR_MESSAGE OF EZITRAK1271_REC
        ELSE
            MOVE APPROVER_ID OF EZITRAK1271-REC ( SUB1 )
              TO PERSON_ID OF PERSON_DETAILS_REC
            PERFORM 8500_READ_PERSON_TABLE
            IF SQL_NOT_FOUND
                MOVE "N" TO TMP_FLAG
                MOVE "APPROVER NOT ON FILE"
                  TO ERROR_MESSAGE OF EZITRAK1271_REC
            END-IF
            MOVE ZERO TO SQLCODE
        END-IF
    END-IF.

    IF TMP_FLAG = "Y"
       AND APPROVER_ID OF EZITRAK1271-REC ( SUB1 )
           = REQUESTER_ID OF CHANGE_DETAILS_REC
        MOVE "N" TO TMP_FLAG
        MOVE "THE REQUESTER CANNOT APPROVE THEIR OWN CHANGE"
          TO ERROR_MESSAGE OF EZITRAK1271_REC
    END-IF.
*
6552_INSERT_APPROVER_LINE.
    PERFORM 7550_MOVE_SCREEN_TO_TABLE.

    CALL "ET_IR_CHANGE_APPROVAL" USING SQLCA
                             CHANGE_NUMBER    OF CHANGE_APPROVAL_REC
                             APPROVER_ID      OF CHANGE_APPROVAL_REC
                             DECISION         OF CHANGE_APPROVAL_REC
                             DECISION_NOTE    OF CHANGE_APPROVAL_REC
                             DECISION_TMSTAMP OF CHANGE_APPROVAL_REC
                             REC_USER         OF CHANGE_APPROVAL_REC
                             REC_TMSTAMP      OF CHANGE_APPROVAL_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 7650_BUILD_RECORD_KEY
        MOVE "I" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        MOVE "DECISION P" TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
    WHEN SQL_DUPLICATE_IDX
        MOVE "APPROVER ALREADY NAMED ON THIS CHANGE"
          TO ERROR_MESSAGE OF EZITRAK1271_REC
        MOVE "N" TO TMP_FLAG
    WHEN OTHER
        DISPLAY "ERROR OF CHANGE_APPROVAL_IR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6553_CHECK_LIST_AUTHORITY.
*   THE REQUESTER NAMES THE APPROVERS (OR LOOKUP MAINTENANCE DOES IT
*   FOR THEM), AND ONLY WHILE THE CHANGE IS STILL A PLAIN REQUEST
    IF LIST-MAINT-OK-FLAG NOT = "Y"
        MOVE "N" TO TMP_FLAG
        MOVE "ONLY THE REQUESTER MAY NAME APPROVERS - REFUSAL LOGGED"
          TO ERROR_MESSAGE OF EZITRAK1271_REC
        MOVE "CHG-APPROVER" TO FUNCTION_CODE OF AUTH_REFUSAL_LOG_REC
        PERFORM 8990-LOG-AUTH-REFUSAL
    ELSE
        IF WS-CHANGE-STATUS NOT = "R"
            MOVE "N" TO TMP_FLAG
            MOVE "APPROVERS CAN ONLY CHANGE WHILE THE CHANGE IS AT STATUS R"
              TO ERROR_MESSAGE OF EZITRAK1271_REC
        END-IF
    END-IF.
*
6554_DELETE_APPROVER_LINE.
    PERFORM 7550_MOVE_SCREEN_TO_TABLE.

    CALL "ET_DR_CHANGE_APPROVAL" USING SQLCA
                             CHANGE_NUMBER    OF CHANGE_APPROVAL_REC
                             APPROVER_ID      OF CHANGE_APPROVAL_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 7650_BUILD_RECORD_KEY
        MOVE "D" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        STRING "DECISION "                          DELIMITED BY SIZE
               DECISION OF EZITRAK1271_REC ( SUB1 ) DELIMITED BY SIZE
          INTO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE "LINE DELETED BY ANOTHER USER"
          TO ERROR_MESSAGE OF EZITRAK1271_REC
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1271_REC
    WHEN OTHER
        DISPLAY "ERROR OF CHANGE_APPROVAL_DR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6555_VALIDATE_DECISION_LINE.
*   A DECISION IS THE NAMED APPROVER'S ALONE. AN APPROVED OR REJECTED
*   CHANGE MAY STILL HAVE A DECISION REVISED UNTIL IT IS IMPLEMENTED
*   OR CANCELLED
    IF APPROVER_ID OF EZITRAK1271-REC ( SUB1 ) NOT = CURRENT_USER_ID
        MOVE "N" TO TMP_FLAG
        MOVE "ONLY THE NAMED APPROVER MAY DECIDE - REFUSAL LOGGED"
          TO ERROR_MESSAGE OF EZITRAK1271_REC
        MOVE "CHG-DECISION" TO FUNCTION_CODE OF AUTH_REFUSAL_LOG_REC
        PERFORM 8990-LOG-AUTH-REFUSAL
    ELSE
        IF WS-CHANGE-STATUS NOT = "R"
           AND WS-CHANGE-STATUS NOT = "A"
           AND WS-CHANGE-STATUS NOT = "J"
            MOVE "N" TO TMP_FLAG
            MOVE "THIS CHANGE IS NO LONGER OPEN FOR APPROVAL"
              TO ERROR_MESSAGE OF EZITRAK1271_REC
        END-IF
    END-IF.

    IF TMP_FLAG = "Y"
       AND UPDATE_IND OF EZITRAK1271_REC ( SUB1 ) = "J"
       AND DECISION_NOTE OF EZITRAK1271-REC ( SUB1 ) = SPACES
        MOVE "N" TO TMP_FLAG
        MOVE "GIVE THE REASON FOR THE REJECTION IN THE NOTE"
          TO ERROR_MESSAGE OF EZITRAK1271_REC
    END-IF.

    IF TMP_FLAG = "Y"
       AND UPDATE_IND OF EZITRAK1271_REC ( SUB1 ) = "A"
        PERFORM 6557_CHECK_FREEZE
    END-IF.
*
6556_RECORD_DECISION_LINE.
    PERFORM 7550_MOVE_SCREEN_TO_TABLE.

    MOVE UPDATE_IND OF EZITRAK1271_REC ( SUB1 )
      TO DECISION   OF CHANGE_APPROVAL_REC.
    MOVE CURRENT_DATE_BIN TO DECISION_TMSTAMP OF CHANGE_APPROVAL_REC.

    CALL "ET_UR_CHANGE_APPROVAL" USING SQLCA
                             CHANGE_NUMBER    OF CHANGE_APPROVAL_REC
                             APPROVER_ID      OF CHANGE_APPROVAL_REC
                             DECISION         OF CHANGE_APPROVAL_REC
                             DECISION_NOTE    OF CHANGE_APPROVAL_REC
                             DECISION_TMSTAMP OF CHANGE_APPROVAL_REC
                             REC_USER         OF CHANGE_APPROVAL_REC
                             REC_TMSTAMP      OF CHANGE_APPROVAL_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 7650_BUILD_RECORD_KEY
        MOVE "M" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        STRING "DECISION "                          DELIMITED BY SIZE
               DECISION OF EZITRAK1271_REC ( SUB1 ) DELIMITED BY SIZE
          INTO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        STRING "DECISION "                          DELIMITED BY SIZE
               DECISION OF CHANGE_APPROVAL_REC      DELIMITED BY SIZE
               " "                                  DELIMITED BY SIZE
               DECISION_NOTE OF CHANGE_APPROVAL_REC DELIMITED BY SIZE
          INTO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
        MOVE DECISION OF CHANGE_APPROVAL_REC
          TO DECISION OF EZITRAK1271_REC ( SUB1 )
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE "LINE DELETED BY ANOTHER USER"
          TO ERROR_MESSAGE OF EZITRAK1271_REC
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1271_REC
    WHEN OTHER
        DISPLAY "ERROR OF CHANGE_APPROVAL_UR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6557_CHECK_FREEZE.
*   NOTHING IS APPROVED TO RUN INSIDE A FREEZE THAT COVERS THE CHANGE'S
*   APPLICATION OR SITE - THE CALENDAR IS KEPT ON EZITRAK128
    IF PLANNED_START_TMSTAMP OF CHANGE_DETAILS_REC = ZERO
        MOVE "N" TO TMP_FLAG
        MOVE "THE CHANGE HAS NO PLANNED WINDOW TO APPROVE"
          TO ERROR_MESSAGE OF EZITRAK1271_REC
    ELSE
        MOVE APPLICATION_ID        OF CHANGE_DETAILS_REC
          TO APPLICATION_ID        OF CHANGE_FREEZE_REC
        MOVE SITE_ID               OF CHANGE_DETAILS_REC
          TO SITE_ID               OF CHANGE_FREEZE_REC
        MOVE PLANNED_START_TMSTAMP OF CHANGE_DETAILS_REC
          TO START_TMSTAMP         OF CHANGE_FREEZE_REC
        MOVE PLANNED_END_TMSTAMP   OF CHANGE_DETAILS_REC
          TO END_TMSTAMP           OF CHANGE_FREEZE_REC

        CALL "ET_SS_CHANGE_FREEZE_OVERLAP" USING SQLCA
                             APPLICATION_ID   OF CHANGE_FREEZE_REC
                             SITE_ID          OF CHANGE_FREEZE_REC
                             START_TMSTAMP    OF CHANGE_FREEZE_REC
                             END_TMSTAMP      OF CHANGE_FREEZE_REC
                             FREEZE_ID        OF CHANGE_FREEZE_REC
                             FREEZE_DESC      OF CHANGE_FREEZE_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            MOVE "N" TO TMP_FLAG
            MOVE SPACES TO ERROR_MESSAGE OF EZITRAK1271_REC
            STRING "WINDOW FALLS IN FREEZE "        DELIMITED BY SIZE
                   FREEZE_ID   OF CHANGE_FREEZE_REC DELIMITED BY SPACE
                   " - "                            DELIMITED BY SIZE
                   FREEZE_DESC OF CHANGE_FREEZE_REC DELIMITED BY SIZE
              INTO ERROR_MESSAGE OF EZITRAK1271_REC
        WHEN SQL_NOT_FOUND
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR OF FREEZE_OVERLAP_SS CODE=" SQLCODE
                    WITH CONVERSION
            MOVE 100  TO EXIT_STATUS
            GO TO 9900_EXIT
        END-EVALUATE

        MOVE ZERO TO SQLCODE
    END-IF.
/
6600_SET_CHANGE_STATUS.
*   THE CHANGE'S STATUS FOLLOWS ITS APPROVERS - ONE REJECTION REJECTS
*   IT, EVERY NAMED APPROVER APPROVING APPROVES IT, ANYTHING ELSE
*   LEAVES IT REQUESTED. AN IMPLEMENTED OR CANCELLED CHANGE IS LEFT BE
    IF WS-CHANGE-STATUS = "R"
       OR WS-CHANGE-STATUS = "A"
       OR WS-CHANGE-STATUS = "J"
        PERFORM 6610_COUNT_DECISIONS
        IF WS-REJECTED-COUNT > ZERO
            MOVE "J" TO WS-NEW-CHANGE-STATUS
        ELSE
            IF WS-APPROVER-COUNT > ZERO
               AND WS-PENDING-COUNT = ZERO
                MOVE "A" TO WS-NEW-CHANGE-STATUS
            ELSE
                MOVE "R" TO WS-NEW-CHANGE-STATUS
            END-IF
        END-IF
        IF WS-NEW-CHANGE-STATUS NOT = WS-CHANGE-STATUS
            PERFORM 6620_UPDATE_CHANGE_STATUS
        END-IF
    END-IF.

    MOVE WS-CHANGE-STATUS TO CHANGE_STATUS OF EZITRAK1271_REC.
*
6610_COUNT_DECISIONS.
    MOVE ZERO TO WS-APPROVER-COUNT.
    MOVE ZERO TO WS-PENDING-COUNT.
    MOVE ZERO TO WS-REJECTED-COUNT.

    MOVE WS-CHANGE-NUMBER TO CHANGE_NUMBER OF CHANGE_APPROVAL_REC.

    CALL "ET_OC_CHANGE_APPROVAL" USING SQLCA
                             CHANGE_NUMBER OF CHANGE_APPROVAL_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CHANGE_APPROVAL_OC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 6615_COUNT_ONE_DECISION UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_CHANGE_APPROVAL" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6615_COUNT_ONE_DECISION.
    CALL "ET_FC_CHANGE_APPROVAL" USING SQLCA
                             APPROVER_ID      OF CHANGE_APPROVAL_REC
                             DECISION         OF CHANGE_APPROVAL_REC
                             DECISION_NOTE    OF CHANGE_APPROVAL_REC
                             DECISION_TMSTAMP OF CHANGE_APPROVAL_REC
                             REC_USER         OF CHANGE_APPROVAL_REC
                             REC_TMSTAMP      OF CHANGE_APPROVAL_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO WS-APPROVER-COUNT
        EVALUATE DECISION OF CHANGE_APPROVAL_REC
        WHEN "A"
            CONTINUE
        WHEN "J"
            ADD 1 TO WS-REJECTED-COUNT
        WHEN OTHER
            ADD 1 TO WS-PENDING-COUNT
        END-EVALUATE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF FC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6620_UPDATE_CHANGE_STATUS.
    MOVE WS-NEW-CHANGE-STATUS TO CHANGE_STATUS OF CHANGE_DETAILS_REC.

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
        MOVE "CHANGE_DETAILS" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC
        MOVE WS-CHANGE-NUMBER TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC
        MOVE "M" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        STRING "CHANGE_STATUS "         DELIMITED BY SIZE
               WS-CHANGE-STATUS         DELIMITED BY SIZE
          INTO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        STRING "CHANGE_STATUS "         DELIMITED BY SIZE
               WS-NEW-CHANGE-STATUS     DELIMITED BY SIZE
          INTO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
        MOVE "CHANGE_APPROVAL" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC
        MOVE WS-NEW-CHANGE-STATUS TO WS-CHANGE-STATUS
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE "CHANGE DELETED BY ANOTHER USER"
          TO ERROR_MESSAGE OF EZITRAK1271_REC
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1271_REC
    WHEN OTHER
        DISPLAY "ERROR OF CHANGE_REQUEST_UR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
7550_MOVE_SCREEN_TO_TABLE.
    MOVE WS-CHANGE-NUMBER
      TO CHANGE_NUMBER    OF CHANGE_APPROVAL_REC.
    MOVE APPROVER_ID      OF EZITRAK1271-REC ( SUB1 )
      TO APPROVER_ID      OF CHANGE_APPROVAL_REC.
    MOVE "P"
      TO DECISION         OF CHANGE_APPROVAL_REC.
    MOVE DECISION_NOTE    OF EZITRAK1271-REC ( SUB1 )
      TO DECISION_NOTE    OF CHANGE_APPROVAL_REC.
    MOVE ZERO
      TO DECISION_TMSTAMP OF CHANGE_APPROVAL_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF CHANGE_APPROVAL_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF CHANGE_APPROVAL_REC.
*
7650_BUILD_RECORD_KEY.
    MOVE SPACES TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC.

    STRING CHANGE_NUMBER OF CHANGE_APPROVAL_REC DELIMITED BY SIZE
           "/"                                  DELIMITED BY SIZE
           APPROVER_ID   OF CHANGE_APPROVAL_REC DELIMITED BY SIZE
      INTO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_CHANGE" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RO NG CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO   9900-EXIT
    END-EVALUATE.
/
7100-START_TRAN_RW.
    CALL "ET_ST_RW_CHANGE" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN SQL_LOCKED_RECORD
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1271_REC
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO   9900-EXIT
    END-EVALUATE.
/
7300_FIND_MY_PENDING_CHANGE.
    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO APPROVER_ID OF CHANGE_APPROVAL_REC.

    CALL "ET_SS_CHANGE_APPROVAL_PENDING" USING SQLCA
                             APPROVER_ID      OF CHANGE_APPROVAL_REC
                             CHANGE_NUMBER    OF CHANGE_APPROVAL_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE CHANGE_NUMBER OF CHANGE_APPROVAL_REC TO WS-CHANGE-NUMBER
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF APPROVAL_PENDING_SS CODE=" SQLCODE
                WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
/
7400_GET_CHANGE_HEADER.
    MOVE "N"              TO CHANGE-FOUND-FLAG.
    MOVE WS-CHANGE-NUMBER TO CHANGE_NUMBER OF CHANGE_DETAILS_REC.

    CALL "ET_SS_CHANGE_DETAILS" USING SQLCA
                                CHANGE_NUMBER    OF CHANGE_DETAILS_REC
                                APPLICATION_ID   OF CHANGE_DETAILS_REC
                                IMPLEMENTED_DATE OF CHANGE_DETAILS_REC
                                CHANGE_DESC      OF CHANGE_DETAILS_REC
                                REC_USER         OF CHANGE_DETAILS_REC
                                REC_TMSTAMP      OF CHANGE_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO CHANGE-FOUND-FLAG
        PERFORM 7410_SS_CHANGE_REQUEST
        MOVE CHANGE_STATUS OF CHANGE_DETAILS_REC TO WS-CHANGE-STATUS
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CHANGE_SS CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
7410_SS_CHANGE_REQUEST.
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

*   SAME READING OF AN UNSTATUSED ROW AS EZITRAK0483
    IF CHANGE_STATUS OF CHANGE_DETAILS_REC = SPACE
        IF IMPLEMENTED_DATE OF CHANGE_DETAILS_REC NOT = ZERO
            MOVE "I" TO CHANGE_STATUS OF CHANGE_DETAILS_REC
        ELSE
            MOVE "R" TO CHANGE_STATUS OF CHANGE_DETAILS_REC
        END-IF
    END-IF.
*
7450_SETUP_HEADER.
    MOVE APPLICATION_ID        OF CHANGE_DETAILS_REC
      TO APPLICATION_ID        OF EZITRAK1271_REC.
    MOVE SITE_ID               OF CHANGE_DETAILS_REC
      TO SITE_ID               OF EZITRAK1271_REC.
    MOVE PLANNED_START_TMSTAMP OF CHANGE_DETAILS_REC
      TO PLANNED_START_TMSTAMP OF EZITRAK1271_REC.
    MOVE PLANNED_END_TMSTAMP   OF CHANGE_DETAILS_REC
      TO PLANNED_END_TMSTAMP   OF EZITRAK1271_REC.
    MOVE RISK_RATING           OF CHANGE_DETAILS_REC
      TO RISK_RATING           OF EZITRAK1271_REC.
    MOVE REQUESTER_ID          OF CHANGE_DETAILS_REC
      TO REQUESTER_ID          OF EZITRAK1271_REC.
    MOVE CHANGE_STATUS         OF CHANGE_DETAILS_REC
      TO CHANGE_STATUS         OF EZITRAK1271_REC.
    MOVE CHANGE_DESC           OF CHANGE_DETAILS_REC
      TO CHANGE_DESC           OF EZITRAK1271_REC.
/
7800-CMT_TRAN.
    CALL "ET_CMT_TRN" USING SQLCA.

    MOVE "N" TO TRANSACTION_BEGUN_FLAG.
    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "CMT_TRN NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.
/
7900-RLB_TRAN.
    CALL "ET_RLB_TRN" USING SQLCA.

    MOVE "N" TO TRANSACTION_BEGUN_FLAG.
    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "RLB_TRN NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.
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
8600-GET-TIME.
    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
*
8950-WRITE-LOOKUP-AUDIT.
    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF LOOKUP_AUDIT_LOG_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF LOOKUP_AUDIT_LOG_REC.

    CALL "ET_IR_LOOKUP_AUDIT_LOG" USING SQLCA
                                TABLE_NAME   OF LOOKUP_AUDIT_LOG_REC
                                RECORD_KEY   OF LOOKUP_AUDIT_LOG_REC
                                ACTION_CODE  OF LOOKUP_AUDIT_LOG_REC
                                BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
                                AFTER_IMAGE  OF LOOKUP_AUDIT_LOG_REC
                                REC_USER     OF LOOKUP_AUDIT_LOG_REC
                                REC_TMSTAMP  OF LOOKUP_AUDIT_LOG_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF LOOKUP_AUDIT_IR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
8980-CHECK-LIST-AUTHORITY.
*   THE APPROVER LIST IS THE REQUESTER'S TO KEEP, OR LOOKUP
*   MAINTENANCE'S WHEN THE REQUESTER IS AWAY
    MOVE "N" TO LIST-MAINT-OK-FLAG.

    PERFORM 8700-GET-USER.

    MOVE CURRENT_USER_ID TO PERSON_ID OF USER_AUTHORITY_REC.

    CALL "ET_SS_USER_AUTHORITY" USING SQLCA
                                 PERSON_ID            OF USER_AUTHORITY_REC
                                 AUTH_DELETE          OF USER_AUTHORITY_REC
                                 AUTH_MASS_UPDATE     OF USER_AUTHORITY_REC
                                 AUTH_LOOKUP_MAINT    OF USER_AUTHORITY_REC
                                 AUTH_ARCHIVE_RESTORE OF USER_AUTHORITY_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF AUTH_LOOKUP_MAINT OF USER_AUTHORITY_REC = "Y"
            MOVE "Y" TO LIST-MAINT-OK-FLAG
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF USER_AUTH_SS CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    IF CURRENT_USER_ID = REQUESTER_ID OF CHANGE_DETAILS_REC
        MOVE "Y" TO LIST-MAINT-OK-FLAG
    END-IF.

    MOVE ZERO TO SQLCODE.
*
8990-LOG-AUTH-REFUSAL.
    MOVE "EZITRAK1273"   TO PROGRAM_NAME  OF AUTH_REFUSAL_LOG_REC.
    MOVE CURRENT_USER_ID TO PERSON_ID     OF AUTH_REFUSAL_LOG_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP  OF AUTH_REFUSAL_LOG_REC.

    CALL "ET_IR_AUTH_REFUSAL_LOG" USING SQLCA
                                 PROGRAM_NAME  OF AUTH_REFUSAL_LOG_REC
                                 PERSON_ID     OF AUTH_REFUSAL_LOG_REC
                                 FUNCTION_CODE OF AUTH_REFUSAL_LOG_REC
                                 REC_TMSTAMP   OF AUTH_REFUSAL_LOG_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF AUTH_REFUSAL_IR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
9900-EXIT.
    IF NOT SQL_SUCCESS
        MOVE 15 TO ERR_FLAGS
        PERFORM 9910_ERROR VARYING ERR_SUB FROM 1 BY 1
                           UNTIL ERR_SUB > Rdb$LU_NUM_ARGUMENTS.

    IF TRANSACTION_BEGUN_FLAG = "Y"
        PERFORM 7900_RLB_TRAN.

    EXIT PROGRAM.

9910_ERROR.
        call "sys$getmsg" using
                                 by value      Rdb$LU_ARGUMENTS(ERR_SUB)
                                 by reference  err_length
                                 by descriptor err_buffer
                                 by value      err_flags
                                 omitted
                          GIVING               ERR_RET.

         DISPLAY ERR_BUFFER.
*
* **************** END OF SOURCE EZITRAK1273 ****************
