IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK1043                                                *
*   Program Name : Post-Incident Review Table                                 *
*   Summary      : CALLed by EZITRAK104 with a MODE_FLAG parameter, the     *
*                  EZITRAK1023 shape keyed on one PROBLEM_NUMBER. Mode "F"  *
*                  reads the problem, works out whether a post-incident     *
*                  review is required (a P1, or a master incident that      *
*                  other problems point at through REF_PROBLEM_NUMBER) and  *
*                  returns its POST_INCIDENT_REVIEW record and up to ten    *
*                  POST_INCIDENT_ACTION items. Mode "U" requires a root     *
*                  cause statement and a reviewer on file, checks any       *
*                  linked CHANGE_DETAILS or KNOWN_ERROR entry, inserts the  *
*                  review on the first save and rewrites it after that,     *
*                  then applies the action lines keyed "I" (add - numbered  *
*                  on from the highest action so far, with an owner and due *
*                  date required), "M" (amend an open action) or "C" (close *
*                  it). Closing in EZITRAK004 and approving in EZITRAK076   *
*                  are refused while a required review is missing.          *
*                                                                             *
*   SCREENS USED : EZITRAK1041 (record only - displayed by EZITRAK104)        *
*                                                                             *
*   TABLES  USED : POST_INCIDENT_REVIEW (Input-Output)                        *
*                  POST_INCIDENT_ACTION (Input-Output)                        *
*                  PROBLEM_DETAILS      (Input)                               *
*                  PERSON_DETAILS       (Input)                               *
*                  CHANGE_DETAILS       (Input)                               *
*                  KNOWN_ERROR          (Input)                               *
*                                                                             *
*   NOTE         : POST_INCIDENT_REVIEW is a new CDD table, not yet         *
*                  generated - PROBLEM_NUMBER PIC 9(9) (the key),           *
*                  ROOT_CAUSE_TEXT PIC X(240), DETECTION_NOTES PIC X(240),  *
*                  RESPONSE_NOTES PIC X(240), CHANGE_NUMBER PIC X(8),       *
*                  ERROR_ID PIC X(8), REVIEWER_ID PIC X(8), REC_USER and    *
*                  REC_TMSTAMP. POST_INCIDENT_ACTION is a second new table  *
*                  - PROBLEM_NUMBER PIC 9(9) and ACTION_NUMBER PIC 9(3)     *
*                  (the key), ACTION_DESC PIC X(60), ACTION_OWNER_ID PIC    *
*                  X(8), DUE_DATE and CLOSED_DATE (quadword dates),         *
*                  ACTION_STATUS PIC X ("O" open, "C" closed), REC_USER and *
*                  REC_TMSTAMP. A DBA/CDD maintainer needs to create both   *
*                  tables and generate ET_SS/IR/UR_POST_INCIDENT_REVIEW     *
*                  (all columns), the cursor                                *
*                  ET_OC/FC/CC_POST_INCIDENT_ACTION (PROBLEM_NUMBER in,     *
*                  ordered by ACTION_NUMBER), ET_IR/UR_POST_INCIDENT_ACTION *
*                  (all columns) and ET_SS_REF_PROBLEM_COUNT (a             *
*                  PROBLEM_NUMBER in, the count of other problems whose     *
*                  REF_PROBLEM_NUMBER is that number out).                  *
*                                                                             *
*   NOTE         : EZITRAK1041_REC is a new CDD screen record, not yet      *
*                  generated - KEY_PRESSED PIC X, ERROR_MESSAGE PIC X(60),  *
*                  PROBLEM_NUMBER PIC 9(9), PROBLEM_DESC PIC X(60),         *
*                  PRIORITY_ID PIC X(2), PROBLEM_STATUS PIC X,              *
*                  REVIEW_REQUIRED_FLAG PIC X, REVIEW_ON_FILE_FLAG PIC X,   *
*                  ROOT_CAUSE_TEXT, DETECTION_NOTES and RESPONSE_NOTES PIC  *
*                  X(240), CHANGE_NUMBER PIC X(8), ERROR_ID PIC X(8),       *
*                  REVIEWER_ID PIC X(8), REVIEWER_DESC PIC X(30) and an     *
*                  OCCURS 10 line table of UPDATE_IND PIC X, ACTION_NUMBER  *
*                  PIC 9(3), ACTION_DESC PIC X(60), ACTION_OWNER_ID PIC     *
*                  X(8), DUE_DATE PIC S9(11)V9(7) COMP (a DECforms date     *
*                  field, as on EZITRAK0481) and ACTION_STATUS PIC X, in    *
*                  the same FORMS$ library.                                 *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK1043.
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
    copy "EZITRAK_CDD.POST_INCIDENT_REVIEW_REC"  from dictionary.
    copy "EZITRAK_CDD.POST_INCIDENT_ACTION_REC"  from dictionary.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"       from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"        from dictionary.
    copy "EZITRAK_CDD.CHANGE_DETAILS_REC"        from dictionary.
    copy "EZITRAK_CDD.KNOWN_ERROR_REC"           from dictionary.
/
 01  TMP-FLAG                                    PIC X.
 01  REVIEW-FOUND-FLAG                           PIC X.
 01  PERSON-FOUND-FLAG                           PIC X.

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
 01  SUB1_MAX                                    PIC S9(4) COMP VALUE 10.

 01  WS-PROBLEM-NUMBER                           PIC 9(9).
 01  WS-REF-PROBLEM-COUNT                        PIC S9(9) COMP.
 01  WS-ACTION-COUNT                             PIC S9(4) COMP.
*
* ************ TEMP ITEM -- REMOVE AFTER PROG IS OK ***************
 01  TEMP-COUNTER                                PIC S9(9) COMP.

/
LINKAGE SECTION.
 01  MODE_FLAG                                   PIC X.

    copy "EZITRAK_CDD.EZITRAK1041_REC"  from dictionary.

PROCEDURE DIVISION USING MODE_FLAG , EZITRAK1041_REC
                   GIVING EXIT_STATUS.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    EVALUATE MODE_FLAG
    WHEN "F"
        PERFORM 3000-FETCH-REVIEW
           THRU 3000-FETCH-REVIEW-EXIT
    WHEN "U"
        PERFORM 5000-UPDATE-REVIEW
           THRU 5000-UPDATE-REVIEW-EXIT
    WHEN OTHER
        MOVE 100 TO EXIT_STATUS
    END-EVALUATE.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO    TO SQLCODE.
    MOVE ZERO    TO EXIT_STATUS.
    MOVE "N"     TO TRANSACTION_BEGUN_FLAG.
/
3000-FETCH-REVIEW.
*   THE KEYED PROBLEM NUMBER SURVIVES THE CLEAR-DOWN; A ZERO ONE JUST
*   SHOWS AN EMPTY SCREEN READY FOR ONE TO BE KEYED
    MOVE PROBLEM_NUMBER OF EZITRAK1041_REC TO WS-PROBLEM-NUMBER.

    INITIALIZE             EZITRAK1041-REC.

    MOVE WS-PROBLEM-NUMBER TO PROBLEM_NUMBER OF EZITRAK1041_REC.

    IF WS-PROBLEM-NUMBER = ZERO
        MOVE "KEY A PROBLEM NUMBER AND PRESS F"
          TO ERROR_MESSAGE OF EZITRAK1041_REC
        GO TO 3000-FETCH-REVIEW-EXIT
    END-IF.

    PERFORM 7000_START_TRAN_RO.

    PERFORM 7400-PROBLEM_SS.

    IF TMP_FLAG = "N"
        MOVE "PROBLEM NOT ON FILE"
          TO ERROR_MESSAGE OF EZITRAK1041_REC
        PERFORM 7800_CMT_TRAN
        GO TO 3000-FETCH-REVIEW-EXIT
    END-IF.

    MOVE PROBLEM_DESC   OF PROBLEM_DETAILS_REC
      TO PROBLEM_DESC   OF EZITRAK1041_REC.
    MOVE PRIORITY_ID    OF PROBLEM_DETAILS_REC
      TO PRIORITY_ID    OF EZITRAK1041_REC.
    MOVE PROBLEM_STATUS OF PROBLEM_DETAILS_REC
      TO PROBLEM_STATUS OF EZITRAK1041_REC.

    PERFORM 8960-CHECK-REVIEW-REQUIRED.

    PERFORM 7500_SELECT_REVIEW.

    IF REVIEW-FOUND-FLAG = "Y"
        MOVE "Y" TO REVIEW_ON_FILE_FLAG OF EZITRAK1041_REC
        MOVE ROOT_CAUSE_TEXT OF POST_INCIDENT_REVIEW_REC
          TO ROOT_CAUSE_TEXT OF EZITRAK1041_REC
        MOVE DETECTION_NOTES OF POST_INCIDENT_REVIEW_REC
          TO DETECTION_NOTES OF EZITRAK1041_REC
        MOVE RESPONSE_NOTES  OF POST_INCIDENT_REVIEW_REC
          TO RESPONSE_NOTES  OF EZITRAK1041_REC
        MOVE CHANGE_NUMBER   OF POST_INCIDENT_REVIEW_REC
          TO CHANGE_NUMBER   OF EZITRAK1041_REC
        MOVE ERROR_ID        OF POST_INCIDENT_REVIEW_REC
          TO ERROR_ID        OF EZITRAK1041_REC
        MOVE REVIEWER_ID     OF POST_INCIDENT_REVIEW_REC
          TO REVIEWER_ID     OF EZITRAK1041_REC
        MOVE REVIEWER_ID     OF POST_INCIDENT_REVIEW_REC
          TO PERSON_ID       OF PERSON_DETAILS_REC
        PERFORM 8500_READ_PERSON_TABLE
        MOVE PERSON_DESC     OF PERSON_DETAILS_REC
          TO REVIEWER_DESC   OF EZITRAK1041_REC
    ELSE
        MOVE "N" TO REVIEW_ON_FILE_FLAG OF EZITRAK1041_REC
    END-IF.

    MOVE WS-PROBLEM-NUMBER TO PROBLEM_NUMBER OF POST_INCIDENT_ACTION_REC.

    CALL "ET_OC_POST_INCIDENT_ACTION" USING SQLCA
                             PROBLEM_NUMBER OF POST_INCIDENT_ACTION_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF PIR_ACTION_OC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 3150_FETCH VARYING SUB1 FROM 1 BY 1
                               UNTIL NOT SQL_SUCCESS
                               OR SUB1 > SUB1_MAX.

    CALL "ET_CC_POST_INCIDENT_ACTION" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 7800_CMT_TRAN.

    IF REVIEW-FOUND-FLAG = "N"
        IF REVIEW_REQUIRED_FLAG OF EZITRAK1041_REC = "Y"
            MOVE "NO REVIEW ON FILE - ONE IS REQUIRED BEFORE THIS CLOSES"
              TO ERROR_MESSAGE OF EZITRAK1041_REC
        ELSE
            MOVE "NO REVIEW ON FILE - KEY ONE AND PRESS ENTER TO SAVE"
              TO ERROR_MESSAGE OF EZITRAK1041_REC
        END-IF
    END-IF.
*
3000-FETCH-REVIEW-EXIT.
    EXIT.
*
3150_FETCH.
    CALL "ET_FC_POST_INCIDENT_ACTION" USING SQLCA
                         ACTION_NUMBER   OF POST_INCIDENT_ACTION_REC
                         ACTION_DESC     OF POST_INCIDENT_ACTION_REC
                         ACTION_OWNER_ID OF POST_INCIDENT_ACTION_REC
                         DUE_DATE        OF POST_INCIDENT_ACTION_REC
                         ACTION_STATUS   OF POST_INCIDENT_ACTION_REC
                         CLOSED_DATE     OF POST_INCIDENT_ACTION_REC
                         REC_USER        OF POST_INCIDENT_ACTION_REC
                         REC_TMSTAMP     OF POST_INCIDENT_ACTION_REC
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
        MOVE ACTION_NUMBER   OF POST_INCIDENT_ACTION_REC
          TO ACTION_NUMBER   OF EZITRAK1041_REC (SUB1).
        MOVE ACTION_DESC     OF POST_INCIDENT_ACTION_REC
          TO ACTION_DESC     OF EZITRAK1041_REC (SUB1).
        MOVE ACTION_OWNER_ID OF POST_INCIDENT_ACTION_REC
          TO ACTION_OWNER_ID OF EZITRAK1041_REC (SUB1).
        MOVE DUE_DATE        OF POST_INCIDENT_ACTION_REC
          TO DUE_DATE        OF EZITRAK1041_REC (SUB1).
        MOVE ACTION_STATUS   OF POST_INCIDENT_ACTION_REC
          TO ACTION_STATUS   OF EZITRAK1041_REC (SUB1).
/
5000-UPDATE-REVIEW.
    IF PROBLEM_NUMBER OF EZITRAK1041_REC = ZERO
        MOVE "KEY A PROBLEM NUMBER AND PRESS F"
          TO ERROR_MESSAGE OF EZITRAK1041_REC
        MOVE 100 TO EXIT_STATUS
        GO TO 5000-UPDATE-REVIEW-EXIT
    END-IF.

    IF ROOT_CAUSE_TEXT OF EZITRAK1041_REC = SPACES
        MOVE "A REVIEW NEEDS A ROOT CAUSE STATEMENT"
          TO ERROR_MESSAGE OF EZITRAK1041_REC
        MOVE 100 TO EXIT_STATUS
        GO TO 5000-UPDATE-REVIEW-EXIT
    END-IF.

    IF REVIEWER_ID OF EZITRAK1041_REC = SPACES
        MOVE "A REVIEW NEEDS A REVIEWER"
          TO ERROR_MESSAGE OF EZITRAK1041_REC
        MOVE 100 TO EXIT_STATUS
        GO TO 5000-UPDATE-REVIEW-EXIT
    END-IF.

    MOVE PROBLEM_NUMBER OF EZITRAK1041_REC TO WS-PROBLEM-NUMBER.

    PERFORM 7100_START_TRAN_RW.

    IF SQL_LOCKED_RECORD
        MOVE 100 TO EXIT_STATUS
        GO TO 5000-UPDATE-REVIEW-EXIT
    END-IF.

    MOVE "Y" TO TMP_FLAG.
    PERFORM 6510_VALIDATE_REVIEW THRU 6510_VALIDATE_REVIEW_EXIT.

    IF TMP_FLAG = "Y"
        PERFORM 6520_SAVE_REVIEW
    END-IF.

    IF TMP_FLAG = "Y"
        PERFORM 6530_COUNT_ACTIONS
        PERFORM 6550_UPDATE_ACTION_LINE VARYING SUB1
                                        FROM 1 BY 1
                                        UNTIL SUB1 > SUB1_MAX
                                        OR TMP_FLAG = "N"
    END-IF.

    IF TMP_FLAG = "N"
        MOVE 100 TO EXIT_STATUS
        PERFORM 7900_RLB_TRAN
    ELSE
        PERFORM 7800_CMT_TRAN
    END-IF.
*
5000-UPDATE-REVIEW-EXIT.
    EXIT.
/
6510_VALIDATE_REVIEW.
    PERFORM 7400-PROBLEM_SS.

    IF TMP_FLAG = "N"
        MOVE "PROBLEM NOT ON FILE"
          TO ERROR_MESSAGE OF EZITRAK1041_REC
        GO TO 6510_VALIDATE_REVIEW_EXIT
    END-IF.

    MOVE REVIEWER_ID OF EZITRAK1041_REC TO PERSON_ID OF PERSON_DETAILS_REC.
    PERFORM 8500_READ_PERSON_TABLE.

    IF PERSON-FOUND-FLAG = "N"
        MOVE "N" TO TMP_FLAG
        MOVE "THE REVIEWER IS NOT ON FILE"
          TO ERROR_MESSAGE OF EZITRAK1041_REC
        GO TO 6510_VALIDATE_REVIEW_EXIT
    END-IF.

    MOVE PERSON_DESC OF PERSON_DETAILS_REC
      TO REVIEWER_DESC OF EZITRAK1041_REC.

    IF CHANGE_NUMBER OF EZITRAK1041_REC NOT = SPACES
        MOVE CHANGE_NUMBER OF EZITRAK1041_REC
          TO CHANGE_NUMBER OF CHANGE_DETAILS_REC
        CALL "ET_SS_CHANGE_DETAILS" USING SQLCA
                                CHANGE_NUMBER    OF CHANGE_DETAILS_REC
                                APPLICATION_ID   OF CHANGE_DETAILS_REC
                                IMPLEMENTED_DATE OF CHANGE_DETAILS_REC
                                CHANGE_DESC      OF CHANGE_DETAILS_REC
                                REC_USER         OF CHANGE_DETAILS_REC
                                REC_TMSTAMP      OF CHANGE_DETAILS_REC
        END-CALL
        EVALUATE TRUE
        WHEN SQL_SUCCESS
            CONTINUE
        WHEN SQL_NOT_FOUND
            MOVE "N" TO TMP_FLAG
            MOVE "THE CHANGE NUMBER IS NOT ON FILE"
              TO ERROR_MESSAGE OF EZITRAK1041_REC
            MOVE ZERO TO SQLCODE
            GO TO 6510_VALIDATE_REVIEW_EXIT
        WHEN OTHER
            DISPLAY "ERROR OF CHANGE_SS CODE=" SQLCODE WITH CONVERSION
            MOVE 100  TO EXIT_STATUS
            GO TO 9900_EXIT
        END-EVALUATE
    END-IF.

    IF ERROR_ID OF EZITRAK1041_REC NOT = SPACES
        MOVE ERROR_ID OF EZITRAK1041_REC
          TO ERROR_ID OF KNOWN_ERROR_REC
        CALL "ET_SS_KNOWN_ERROR" USING SQLCA
                                ERROR_ID         OF KNOWN_ERROR_REC
                                APPLICATION_ID   OF KNOWN_ERROR_REC
                                SYMPTOM_DESC     OF KNOWN_ERROR_REC
                                WORKAROUND_DESC  OF KNOWN_ERROR_REC
                                ERROR_STATUS     OF KNOWN_ERROR_REC
                                REC_USER         OF KNOWN_ERROR_REC
                                REC_TMSTAMP      OF KNOWN_ERROR_REC
        END-CALL
        EVALUATE TRUE
        WHEN SQL_SUCCESS
            CONTINUE
        WHEN SQL_NOT_FOUND
            MOVE "N" TO TMP_FLAG
            MOVE "THE KNOWN ERROR ID IS NOT ON FILE"
              TO ERROR_MESSAGE OF EZITRAK1041_REC
            MOVE ZERO TO SQLCODE
            GO TO 6510_VALIDATE_REVIEW_EXIT
        WHEN OTHER
            DISPLAY "ERROR OF KNOWN_ERROR_SS CODE=" SQLCODE WITH CONVERSION
            MOVE 100  TO EXIT_STATUS
            GO TO 9900_EXIT
        END-EVALUATE
    END-IF.
*
6510_VALIDATE_REVIEW_EXIT.
    EXIT.
*
6520_SAVE_REVIEW.
*   ONE REVIEW PER PROBLEM - THE FIRST SAVE INSERTS IT, LATER SAVES
*   REWRITE IT AS THE ANALYSIS MATURES
    PERFORM 7500_SELECT_REVIEW.

    MOVE WS-PROBLEM-NUMBER TO PROBLEM_NUMBER OF POST_INCIDENT_REVIEW_REC.
    MOVE ROOT_CAUSE_TEXT OF EZITRAK1041_REC
      TO ROOT_CAUSE_TEXT OF POST_INCIDENT_REVIEW_REC.
    MOVE DETECTION_NOTES OF EZITRAK1041_REC
      TO DETECTION_NOTES OF POST_INCIDENT_REVIEW_REC.
    MOVE RESPONSE_NOTES  OF EZITRAK1041_REC
      TO RESPONSE_NOTES  OF POST_INCIDENT_REVIEW_REC.
    MOVE CHANGE_NUMBER   OF EZITRAK1041_REC
      TO CHANGE_NUMBER   OF POST_INCIDENT_REVIEW_REC.
    MOVE ERROR_ID        OF EZITRAK1041_REC
      TO ERROR_ID        OF POST_INCIDENT_REVIEW_REC.
    MOVE REVIEWER_ID     OF EZITRAK1041_REC
      TO REVIEWER_ID     OF POST_INCIDENT_REVIEW_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF POST_INCIDENT_REVIEW_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID  TO REC_USER    OF POST_INCIDENT_REVIEW_REC.

    IF REVIEW-FOUND-FLAG = "N"
        CALL "ET_IR_POST_INCIDENT_REVIEW" USING SQLCA
                         PROBLEM_NUMBER  OF POST_INCIDENT_REVIEW_REC
                         ROOT_CAUSE_TEXT OF POST_INCIDENT_REVIEW_REC
                         DETECTION_NOTES OF POST_INCIDENT_REVIEW_REC
                         RESPONSE_NOTES  OF POST_INCIDENT_REVIEW_REC
                         CHANGE_NUMBER   OF POST_INCIDENT_REVIEW_REC
                         ERROR_ID        OF POST_INCIDENT_REVIEW_REC
                         REVIEWER_ID     OF POST_INCIDENT_REVIEW_REC
                         REC_USER        OF POST_INCIDENT_REVIEW_REC
                         REC_TMSTAMP     OF POST_INCIDENT_REVIEW_REC
        END-CALL
    ELSE
        CALL "ET_UR_POST_INCIDENT_REVIEW" USING SQLCA
                         PROBLEM_NUMBER  OF POST_INCIDENT_REVIEW_REC
                         ROOT_CAUSE_TEXT OF POST_INCIDENT_REVIEW_REC
                         DETECTION_NOTES OF POST_INCIDENT_REVIEW_REC
                         RESPONSE_NOTES  OF POST_INCIDENT_REVIEW_REC
                         CHANGE_NUMBER   OF POST_INCIDENT_REVIEW_REC
                         ERROR_ID        OF POST_INCIDENT_REVIEW_REC
                         REVIEWER_ID     OF POST_INCIDENT_REVIEW_REC
                         REC_USER        OF POST_INCIDENT_REVIEW_REC
                         REC_TMSTAMP     OF POST_INCIDENT_REVIEW_REC
        END-CALL
    END-IF.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO REVIEW_ON_FILE_FLAG OF EZITRAK1041_REC
    WHEN SQL_DUPLICATE_IDX
        MOVE "N" TO TMP_FLAG
        MOVE "REVIEW SAVED BY ANOTHER USER - PRESS F TO REFRESH"
          TO ERROR_MESSAGE OF EZITRAK1041_REC
        MOVE ZERO TO SQLCODE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE "REVIEW DELETED BY ANOTHER USER - PRESS F TO REFRESH"
          TO ERROR_MESSAGE OF EZITRAK1041_REC
        MOVE ZERO TO SQLCODE
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1041_REC
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF PIR_IR/UR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6530_COUNT_ACTIONS.
    MOVE ZERO TO WS-ACTION-COUNT.

    MOVE WS-PROBLEM-NUMBER TO PROBLEM_NUMBER OF POST_INCIDENT_ACTION_REC.

    CALL "ET_OC_POST_INCIDENT_ACTION" USING SQLCA
                             PROBLEM_NUMBER OF POST_INCIDENT_ACTION_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF PIR_ACTION_OC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 6535_COUNT_ONE_ACTION UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_POST_INCIDENT_ACTION" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6535_COUNT_ONE_ACTION.
    CALL "ET_FC_POST_INCIDENT_ACTION" USING SQLCA
                         ACTION_NUMBER   OF POST_INCIDENT_ACTION_REC
                         ACTION_DESC     OF POST_INCIDENT_ACTION_REC
                         ACTION_OWNER_ID OF POST_INCIDENT_ACTION_REC
                         DUE_DATE        OF POST_INCIDENT_ACTION_REC
                         ACTION_STATUS   OF POST_INCIDENT_ACTION_REC
                         CLOSED_DATE     OF POST_INCIDENT_ACTION_REC
                         REC_USER        OF POST_INCIDENT_ACTION_REC
                         REC_TMSTAMP     OF POST_INCIDENT_ACTION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF ACTION_NUMBER OF POST_INCIDENT_ACTION_REC > WS-ACTION-COUNT
            MOVE ACTION_NUMBER OF POST_INCIDENT_ACTION_REC
              TO WS-ACTION-COUNT
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF FC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
/
6550_UPDATE_ACTION_LINE.
*   "I" ADDS A NEW ACTION ITEM, "M" AMENDS AN OPEN ONE, "C" CLOSES IT
    EVALUATE UPDATE_IND OF EZITRAK1041_REC ( SUB1 )
    WHEN "I"
        PERFORM 6551_VALIDATE_ACTION_LINE
        IF TMP_FLAG = "Y"
            PERFORM 6552_INSERT_ACTION_LINE
        END-IF
    WHEN "M"
        IF ACTION_STATUS OF EZITRAK1041_REC ( SUB1 ) NOT = "O"
            MOVE "N" TO TMP_FLAG
            MOVE "ONLY AN OPEN ACTION ITEM CAN BE MODIFIED"
              TO ERROR_MESSAGE OF EZITRAK1041_REC
        ELSE
            PERFORM 6551_VALIDATE_ACTION_LINE
        END-IF
        IF TMP_FLAG = "Y"
            PERFORM 6556_UPDATE_ACTION_LINE
        END-IF
    WHEN "C"
        IF ACTION_STATUS OF EZITRAK1041_REC ( SUB1 ) = "O"
            MOVE "C" TO ACTION_STATUS OF EZITRAK1041_REC ( SUB1 )
            PERFORM 6556_UPDATE_ACTION_LINE
        END-IF
    WHEN SPACE
        CONTINUE
    WHEN OTHER
        MOVE "N" TO TMP_FLAG
        MOVE "ACTION LINE INDICATOR MUST BE I, M OR C"
          TO ERROR_MESSAGE OF EZITRAK1041_REC
    END-EVALUATE.
*
6551_VALIDATE_ACTION_LINE.
    IF ACTION_DESC     OF EZITRAK1041_REC ( SUB1 ) = SPACES
    OR ACTION_OWNER_ID OF EZITRAK1041_REC ( SUB1 ) = SPACES
    OR DUE_DATE        OF EZITRAK1041_REC ( SUB1 ) = ZERO
        MOVE "N" TO TMP_FLAG
        MOVE "EACH ACTION ITEM NEEDS A DESCRIPTION, OWNER AND DUE DATE"
          TO ERROR_MESSAGE OF EZITRAK1041_REC
    ELSE
        MOVE ACTION_OWNER_ID OF EZITRAK1041_REC ( SUB1 )
          TO PERSON_ID OF PERSON_DETAILS_REC
        PERFORM 8500_READ_PERSON_TABLE
        IF PERSON-FOUND-FLAG = "N"
            MOVE "N" TO TMP_FLAG
            MOVE "AN ACTION ITEM OWNER IS NOT ON FILE"
              TO ERROR_MESSAGE OF EZITRAK1041_REC
        END-IF
    END-IF.
*
6552_INSERT_ACTION_LINE.
    MOVE WS-PROBLEM-NUMBER TO PROBLEM_NUMBER OF POST_INCIDENT_ACTION_REC.

    ADD 1 TO WS-ACTION-COUNT.
    MOVE WS-ACTION-COUNT TO ACTION_NUMBER OF POST_INCIDENT_ACTION_REC.

    MOVE ACTION_DESC     OF EZITRAK1041_REC ( SUB1 )
      TO ACTION_DESC     OF POST_INCIDENT_ACTION_REC.
    MOVE ACTION_OWNER_ID OF EZITRAK1041_REC ( SUB1 )
      TO ACTION_OWNER_ID OF POST_INCIDENT_ACTION_REC.
    MOVE DUE_DATE        OF EZITRAK1041_REC ( SUB1 )
      TO DUE_DATE        OF POST_INCIDENT_ACTION_REC.
    MOVE "O"  TO ACTION_STATUS OF POST_INCIDENT_ACTION_REC.
    MOVE ZERO TO CLOSED_DATE   OF POST_INCIDENT_ACTION_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF POST_INCIDENT_ACTION_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID  TO REC_USER    OF POST_INCIDENT_ACTION_REC.

    CALL "ET_IR_POST_INCIDENT_ACTION" USING SQLCA
                         PROBLEM_NUMBER  OF POST_INCIDENT_ACTION_REC
                         ACTION_NUMBER   OF POST_INCIDENT_ACTION_REC
                         ACTION_DESC     OF POST_INCIDENT_ACTION_REC
                         ACTION_OWNER_ID OF POST_INCIDENT_ACTION_REC
                         DUE_DATE        OF POST_INCIDENT_ACTION_REC
                         ACTION_STATUS   OF POST_INCIDENT_ACTION_REC
                         CLOSED_DATE     OF POST_INCIDENT_ACTION_REC
                         REC_USER        OF POST_INCIDENT_ACTION_REC
                         REC_TMSTAMP     OF POST_INCIDENT_ACTION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        MOVE "N" TO TMP_FLAG
        MOVE "ACTION ITEM ADDED BY ANOTHER USER - PRESS F TO REFRESH"
          TO ERROR_MESSAGE OF EZITRAK1041_REC
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF PIR_ACTION_IR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6556_UPDATE_ACTION_LINE.
    MOVE WS-PROBLEM-NUMBER TO PROBLEM_NUMBER OF POST_INCIDENT_ACTION_REC.

    MOVE ACTION_NUMBER   OF EZITRAK1041_REC ( SUB1 )
      TO ACTION_NUMBER   OF POST_INCIDENT_ACTION_REC.
    MOVE ACTION_DESC     OF EZITRAK1041_REC ( SUB1 )
      TO ACTION_DESC     OF POST_INCIDENT_ACTION_REC.
    MOVE ACTION_OWNER_ID OF EZITRAK1041_REC ( SUB1 )
      TO ACTION_OWNER_ID OF POST_INCIDENT_ACTION_REC.
    MOVE DUE_DATE        OF EZITRAK1041_REC ( SUB1 )
      TO DUE_DATE        OF POST_INCIDENT_ACTION_REC.
    MOVE ACTION_STATUS   OF EZITRAK1041_REC ( SUB1 )
      TO ACTION_STATUS   OF POST_INCIDENT_ACTION_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF POST_INCIDENT_ACTION_REC.

    IF ACTION_STATUS OF POST_INCIDENT_ACTION_REC = "C"
        MOVE CURRENT_DATE_BIN TO CLOSED_DATE OF POST_INCIDENT_ACTION_REC
    ELSE
        MOVE ZERO             TO CLOSED_DATE OF POST_INCIDENT_ACTION_REC
    END-IF.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID  TO REC_USER    OF POST_INCIDENT_ACTION_REC.

    CALL "ET_UR_POST_INCIDENT_ACTION" USING SQLCA
                         PROBLEM_NUMBER  OF POST_INCIDENT_ACTION_REC
                         ACTION_NUMBER   OF POST_INCIDENT_ACTION_REC
                         ACTION_DESC     OF POST_INCIDENT_ACTION_REC
                         ACTION_OWNER_ID OF POST_INCIDENT_ACTION_REC
                         DUE_DATE        OF POST_INCIDENT_ACTION_REC
                         ACTION_STATUS   OF POST_INCIDENT_ACTION_REC
                         CLOSED_DATE     OF POST_INCIDENT_ACTION_REC
                         REC_USER        OF POST_INCIDENT_ACTION_REC
                         REC_TMSTAMP     OF POST_INCIDENT_ACTION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE "ACTION ITEM DELETED BY ANOTHER USER"
          TO ERROR_MESSAGE OF EZITRAK1041_REC
        MOVE ZERO TO SQLCODE
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1041_REC
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF PIR_ACTION_UR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_PROBLEM" USING SQLCA.

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
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN SQL_LOCKED_RECORD
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1041_REC
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO   9900-EXIT
    END-EVALUATE.
/
7400-PROBLEM_SS.
    MOVE WS-PROBLEM-NUMBER TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC.

    CALL "ET_SS_PROBLEM_DETAILS" USING SQLCA
                                 PROBLEM_NUMBER       OF PROBLEM_DETAILS_REC
                                 PROBLEM_STATUS       OF PROBLEM_DETAILS_REC
                                 PRIORITY_ID          OF PROBLEM_DETAILS_REC
                                 APPLICATION_ID       OF PROBLEM_DETAILS_REC
                                 SITE_ID              OF PROBLEM_DETAILS_REC
                                 PROBLEM_DESC         OF PROBLEM_DETAILS_REC
                                 RECORDING_PERSON_ID  OF PROBLEM_DETAILS_REC
                                 CONTACT_DATE         OF PROBLEM_DETAILS_REC
                                 CONTACT_PERSON_ID    OF PROBLEM_DETAILS_REC
                                 CONTACT_DEVICE       OF PROBLEM_DETAILS_REC
                                 PERSON_ASSIGNED_ID   OF PROBLEM_DETAILS_REC
                                 PERSON_REDIRECTED_ID OF PROBLEM_DETAILS_REC
                                 OTHER_SYSTEM_CODE    OF PROBLEM_DETAILS_REC
                                 EST_TO_COMPLETE_DAYS OF PROBLEM_DETAILS_REC
                                 PROGRESS_DESC        OF PROBLEM_DETAILS_REC
                                 SOLVED_DATE          OF PROBLEM_DETAILS_REC
                                 REF_PROBLEM_NUMBER   OF PROBLEM_DETAILS_REC
                                 SLA_BREACH_REASON    OF PROBLEM_DETAILS_REC
                                 CLOSE_CODE           OF PROBLEM_DETAILS_REC
                                 REC_USER             OF PROBLEM_DETAILS_REC
                                 REC_TMSTAMP          OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TMP-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP-FLAG
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF PROBLEM_SS CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900-EXIT
    END-EVALUATE.
/
7500_SELECT_REVIEW.
    MOVE WS-PROBLEM-NUMBER TO PROBLEM_NUMBER OF POST_INCIDENT_REVIEW_REC.

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
        MOVE "Y" TO REVIEW-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO REVIEW-FOUND-FLAG
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF PIR_SS CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
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
                                      PERSON_ID   OF PERSON_DETAILS_REC
                                      PERSON_DESC OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO PERSON-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO PERSON-FOUND-FLAG
        MOVE "*** NOT ON FILE ****" TO PERSON_DESC OF PERSON_DETAILS_REC
        MOVE ZERO TO SQLCODE
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
8960-CHECK-REVIEW-REQUIRED.
*   A REVIEW IS REQUIRED FOR A P1, AND FOR A MASTER INCIDENT THAT
*   OTHER PROBLEMS POINT AT THROUGH REF_PROBLEM_NUMBER
    MOVE "N" TO REVIEW_REQUIRED_FLAG OF EZITRAK1041_REC.

    IF PRIORITY_ID OF PROBLEM_DETAILS_REC = "P1"
        MOVE "Y" TO REVIEW_REQUIRED_FLAG OF EZITRAK1041_REC
    ELSE
        CALL "ET_SS_REF_PROBLEM_COUNT" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 WS-REF-PROBLEM-COUNT
        END-CALL
        EVALUATE TRUE
        WHEN SQL_SUCCESS
            IF WS-REF-PROBLEM-COUNT > ZERO
                MOVE "Y" TO REVIEW_REQUIRED_FLAG OF EZITRAK1041_REC
            END-IF
        WHEN SQL_NOT_FOUND
            MOVE ZERO TO SQLCODE
        WHEN OTHER
            DISPLAY "ERROR OF REF_PROBLEM_COUNT_SS CODE=" SQLCODE
                    WITH CONVERSION
            MOVE 100  TO EXIT_STATUS
            GO TO 9900_EXIT
        END-EVALUATE
    END-IF.
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
* **************** END OF SOURCE EZITRAK1043 ****************
