IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK1023                                                *
*   Program Name : Access Recertification Review Table                       *
*   Summary      : CALLed by EZITRAK102 with a MODE_FLAG parameter, the     *
*                  EZITRAK0993 shape keyed on one APPLICATION_ID. Mode "F"  *
*                  reads the application's newest quarterly ACCESS_REVIEW   *
*                  list (written by EZITRAK101) - undecided lines first,    *
*                  then by PERSON_ID, so after each batch of twenty         *
*                  decisions the refetch brings up the next twenty still to *
*                  do. Mode "U" records the keep ("K") or revoke ("R")      *
*                  keyed against each undecided line. Only the              *
*                  application's OWNER_PERSON_ID may see or decide its      *
*                  list; anyone else is refused, and a refused update is    *
*                  logged on AUTH_REFUSAL_LOG. A revoke removes the         *
*                  PERSON_APPLICATION grant through the same delete and     *
*                  LOOKUP_AUDIT_LOG "D" record as EZITRAK0583's             *
*                  6554_DELETE_GRANT_LINE, so grant maintenance and         *
*                  recertification leave one audit trail; a grant already   *
*                  removed there is simply recorded as revoked. A recorded  *
*                  decision cannot be changed here.                         *
*                                                                             *
*   SCREENS USED : EZITRAK1021 (record only - displayed by EZITRAK102)        *
*                                                                             *
*   TABLES  USED : ACCESS_REVIEW        (Input-Output)                        *
*                  PERSON_APPLICATION   (Input-Output)                        *
*                  APPLICATION_DETAILS  (Input)                               *
*                  PERSON_DETAILS       (Input)                               *
*                  LOOKUP_AUDIT_LOG     (Output)                              *
*                  AUTH_REFUSAL_LOG     (Output)                              *
*                                                                             *
*   NOTE         : the ACCESS_REVIEW table is described in EZITRAK101's     *
*                  header. A DBA/CDD maintainer also needs to generate the  *
*                  review cursor ET_OC/FC/CC_ACCESS_REVIEW_OPEN             *
*                  (APPLICATION_ID in; the rows of that application's       *
*                  newest REVIEW_TMSTAMP, ordered by DECISION_CODE then     *
*                  PERSON_ID so undecided lines come first),                *
*                  ET_SS_ACCESS_REVIEW (REVIEW_TMSTAMP, APPLICATION_ID and  *
*                  PERSON_ID in, DECISION_CODE out) and the narrow          *
*                  ET_UR_ACCESS_REVIEW_DECISION (the same key in,           *
*                  DECISION_CODE, DECISION_USER and DECISION_TMSTAMP set).  *
*                                                                             *
*   NOTE         : EZITRAK1021_REC is a new CDD screen record, not yet      *
*                  generated - KEY_PRESSED PIC X, ERROR_MESSAGE PIC X(60),  *
*                  APPLICATION_ID PIC X(4), REVIEW_TMSTAMP PIC S9(11)V9(7)  *
*                  COMP (carried, not displayed), DEADLINE_DATE PIC X(11)   *
*                  and an OCCURS 20 line table of PERSON_ID PIC X(8),       *
*                  PERSON_DESC PIC X(30), SUPERVISOR_FLAG PIC X,            *
*                  AUTHORITY_FLAG PIC X, LAST_SESSION_DATE PIC X(11),       *
*                  DORMANT_FLAG PIC X, DECISION_CODE PIC X (the only field  *
*                  keyed on a line) and DECISION_USER PIC X(8) - the        *
*                  EZITRAK991_REC shape, in the same FORMS$ library.        *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK1023.
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
    copy "EZITRAK_CDD.ACCESS_REVIEW_REC"         from dictionary.
    copy "EZITRAK_CDD.PERSON_APPLICATION_REC"    from dictionary.
    copy "EZITRAK_CDD.APPLICATION_DETAILS_REC"   from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"        from dictionary.
    copy "EZITRAK_CDD.AUTH_REFUSAL_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.LOOKUP_AUDIT_LOG_REC"      from dictionary.
/
 01  TMP-FLAG                                    PIC X.
 01  OWNER-OK-FLAG                               PIC X.

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
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.

 01  CURRENT_USER_ID                             PIC X(8).
 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  TRANSACTION_BEGUN_FLAG                      PIC X.

 01  EXIT_STATUS                                 PIC S9(9) COMP.

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB1_MAX                                    PIC S9(4) COMP VALUE 20.

 01  WS-APPLICATION-ID                           PIC X(4).
 01  WS-OWNER-PERSON-ID                          PIC X(8).
 01  WS-STORED-DECISION                          PIC X.
 01  WS-DATE-BIN                                 PIC S9(11)V9(7) COMP.
 01  WS-DATE-TEXT                                PIC X(23).
*
* ************ TEMP ITEM -- REMOVE AFTER PROG IS OK ***************
 01  TEMP-COUNTER                                PIC S9(9) COMP.

/
LINKAGE SECTION.
 01  MODE_FLAG                                   PIC X.

    copy "EZITRAK_CDD.EZITRAK1021_REC"  from dictionary.

PROCEDURE DIVISION USING MODE_FLAG , EZITRAK1021_REC
                   GIVING EXIT_STATUS.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    EVALUATE MODE_FLAG
    WHEN "F"
        PERFORM 3000-FETCH-REVIEW-RECORDS
           THRU 3000-FETCH-REVIEW-RECORDS-EXIT
    WHEN "U"
        PERFORM 5000-UPDATE-REVIEW-RECORDS
           THRU 5000-UPDATE-REVIEW-RECORDS-EXIT
    WHEN OTHER
        MOVE 100 TO EXIT_STATUS
    END-EVALUATE.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO    TO SQLCODE.
    MOVE ZERO    TO EXIT_STATUS.
    MOVE "N"     TO TRANSACTION_BEGUN_FLAG.

    MOVE "PERSON_APPLICATION" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC.
/
3000-FETCH-REVIEW-RECORDS.
*   THE KEYED APPLICATION SURVIVES THE CLEAR-DOWN; A BLANK ONE JUST
*   SHOWS AN EMPTY SCREEN READY FOR ONE TO BE KEYED
    MOVE APPLICATION_ID OF EZITRAK1021_REC TO WS-APPLICATION-ID.

    INITIALIZE             EZITRAK1021-REC.

    MOVE WS-APPLICATION-ID TO APPLICATION_ID OF EZITRAK1021_REC.

    IF WS-APPLICATION-ID = SPACES
        MOVE "KEY AN APPLICATION ID AND PRESS F"
          TO ERROR_MESSAGE OF EZITRAK1021_REC
        GO TO 3000-FETCH-REVIEW-RECORDS-EXIT
    END-IF.

    PERFORM 7000_START_TRAN_RO.

    PERFORM 8980-CHECK-OWNER.

    IF OWNER-OK-FLAG NOT = "Y"
        MOVE "ONLY THE APPLICATION OWNER MAY REVIEW ITS ACCESS LIST"
          TO ERROR_MESSAGE OF EZITRAK1021_REC
        PERFORM 7800_CMT_TRAN
        GO TO 3000-FETCH-REVIEW-RECORDS-EXIT
    END-IF.

    MOVE WS-APPLICATION-ID TO APPLICATION_ID OF ACCESS_REVIEW_REC.

    CALL "ET_OC_ACCESS_REVIEW_OPEN" USING SQLCA
                             APPLICATION_ID OF ACCESS_REVIEW_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF ACCESS_REVIEW_OC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 3150_FETCH VARYING SUB1 FROM 1 BY 1
                               UNTIL NOT SQL_SUCCESS
                               OR SUB1 > SUB1_MAX.

    CALL "ET_CC_ACCESS_REVIEW_OPEN" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 7800_CMT_TRAN.

    IF PERSON_ID OF EZITRAK1021_REC (1) = SPACES
        MOVE "NO ACCESS REVIEW ON FILE FOR THIS APPLICATION"
          TO ERROR_MESSAGE OF EZITRAK1021_REC
    END-IF.
*
3000-FETCH-REVIEW-RECORDS-EXIT.
    EXIT.
*
3150_FETCH.
    CALL "ET_FC_ACCESS_REVIEW_OPEN" USING SQLCA
                         REVIEW_TMSTAMP       OF ACCESS_REVIEW_REC
                         PERSON_ID            OF ACCESS_REVIEW_REC
                         SUPERVISOR_FLAG      OF ACCESS_REVIEW_REC
                         AUTHORITY_FLAG       OF ACCESS_REVIEW_REC
                         LAST_SESSION_TMSTAMP OF ACCESS_REVIEW_REC
                         DORMANT_FLAG         OF ACCESS_REVIEW_REC
                         DEADLINE_TMSTAMP     OF ACCESS_REVIEW_REC
                         DECISION_CODE        OF ACCESS_REVIEW_REC
                         DECISION_USER        OF ACCESS_REVIEW_REC
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
        IF SUB1 = 1
            MOVE REVIEW_TMSTAMP   OF ACCESS_REVIEW_REC
              TO REVIEW_TMSTAMP   OF EZITRAK1021_REC
            MOVE DEADLINE_TMSTAMP OF ACCESS_REVIEW_REC TO WS-DATE-BIN
            PERFORM 8800-FORMAT-DATE
            MOVE WS-DATE-TEXT (1:11)
              TO DEADLINE_DATE    OF EZITRAK1021_REC
        END-IF.

        MOVE PERSON_ID       OF ACCESS_REVIEW_REC
          TO PERSON_ID       OF EZITRAK1021_REC (SUB1).
        MOVE SUPERVISOR_FLAG OF ACCESS_REVIEW_REC
          TO SUPERVISOR_FLAG OF EZITRAK1021_REC (SUB1).
        MOVE AUTHORITY_FLAG  OF ACCESS_REVIEW_REC
          TO AUTHORITY_FLAG  OF EZITRAK1021_REC (SUB1).
        MOVE DORMANT_FLAG    OF ACCESS_REVIEW_REC
          TO DORMANT_FLAG    OF EZITRAK1021_REC (SUB1).
        MOVE DECISION_CODE   OF ACCESS_REVIEW_REC
          TO DECISION_CODE   OF EZITRAK1021_REC (SUB1).
        MOVE DECISION_USER   OF ACCESS_REVIEW_REC
          TO DECISION_USER   OF EZITRAK1021_REC (SUB1).

        IF LAST_SESSION_TMSTAMP OF ACCESS_REVIEW_REC = ZERO
            MOVE "NEVER"
              TO LAST_SESSION_DATE OF EZITRAK1021_REC (SUB1)
        ELSE
            MOVE LAST_SESSION_TMSTAMP OF ACCESS_REVIEW_REC TO WS-DATE-BIN
            PERFORM 8800-FORMAT-DATE
            MOVE WS-DATE-TEXT (1:11)
              TO LAST_SESSION_DATE OF EZITRAK1021_REC (SUB1)
        END-IF.

        MOVE PERSON_ID       OF ACCESS_REVIEW_REC
          TO PERSON_ID       OF PERSON_DETAILS_REC.
        PERFORM 8500_READ_PERSON_TABLE.
        MOVE PERSON_DESC     OF PERSON_DETAILS_REC
          TO PERSON_DESC     OF EZITRAK1021_REC (SUB1).

        MOVE ZERO TO SQLCODE.
/
5000-UPDATE-REVIEW-RECORDS.
    IF APPLICATION_ID OF EZITRAK1021_REC = SPACES
       OR REVIEW_TMSTAMP OF EZITRAK1021_REC = ZERO
        MOVE "KEY AN APPLICATION ID AND PRESS F"
          TO ERROR_MESSAGE OF EZITRAK1021_REC
        MOVE 100 TO EXIT_STATUS
        GO TO 5000-UPDATE-REVIEW-RECORDS-EXIT
    END-IF.

    MOVE APPLICATION_ID OF EZITRAK1021_REC TO WS-APPLICATION-ID.

    PERFORM 7100_START_TRAN_RW.

    PERFORM 8980-CHECK-OWNER.

    IF OWNER-OK-FLAG NOT = "Y"
        MOVE "ONLY THE APPLICATION OWNER MAY RECORD DECISIONS - LOGGED"
          TO ERROR_MESSAGE OF EZITRAK1021_REC
        PERFORM 8990-LOG-AUTH-REFUSAL
        MOVE 100 TO EXIT_STATUS
    ELSE
        MOVE "Y" TO TMP_FLAG
        PERFORM 6550_UPDATE_REVIEW_LINE
           THRU 6550_UPDATE_REVIEW_LINE_EXIT
                                        VARYING SUB1
                                        FROM 1 BY 1
                                        UNTIL SUB1 > SUB1_MAX
                                        OR TMP_FLAG = "N"
        IF TMP_FLAG = "N"
            MOVE 100 TO EXIT_STATUS
        END-IF
    END-IF.

    PERFORM 7800_CMT_TRAN.
*
5000-UPDATE-REVIEW-RECORDS-EXIT.
    EXIT.
/
6550_UPDATE_REVIEW_LINE.
    IF PERSON_ID OF EZITRAK1021_REC ( SUB1 ) = SPACES
        GO TO 6550_UPDATE_REVIEW_LINE_EXIT
    END-IF.

    EVALUATE DECISION_CODE OF EZITRAK1021_REC ( SUB1 )
    WHEN SPACE
        GO TO 6550_UPDATE_REVIEW_LINE_EXIT
    WHEN "K"
        CONTINUE
    WHEN "R"
        CONTINUE
    WHEN OTHER
        MOVE "N" TO TMP_FLAG
        MOVE "DECISION MUST BE K (KEEP) OR R (REVOKE)"
          TO ERROR_MESSAGE OF EZITRAK1021_REC
        GO TO 6550_UPDATE_REVIEW_LINE_EXIT
    END-EVALUATE.

    PERFORM 7500_SELECT_REVIEW_LINE.

    IF TMP_FLAG = "N"
        GO TO 6550_UPDATE_REVIEW_LINE_EXIT
    END-IF.

*   A LINE ALREADY DECIDED IS SHOWN WITH ITS DECISION - LEAVE IT BE
    IF WS-STORED-DECISION = DECISION_CODE OF EZITRAK1021_REC ( SUB1 )
        GO TO 6550_UPDATE_REVIEW_LINE_EXIT
    END-IF.

    IF WS-STORED-DECISION NOT = SPACE
        MOVE "N" TO TMP_FLAG
        MOVE "A RECORDED DECISION CANNOT BE CHANGED"
          TO ERROR_MESSAGE OF EZITRAK1021_REC
        GO TO 6550_UPDATE_REVIEW_LINE_EXIT
    END-IF.

    IF DECISION_CODE OF EZITRAK1021_REC ( SUB1 ) = "R"
        PERFORM 6554_DELETE_GRANT_LINE
    END-IF.

    IF TMP_FLAG = "Y"
        PERFORM 6556_RECORD_DECISION
    END-IF.
*
6550_UPDATE_REVIEW_LINE_EXIT.
    EXIT.
*
6554_DELETE_GRANT_LINE.
*   THE EZITRAK0583 DELETE AND AUDIT RECORD, SO A REVOKE READS THE
*   SAME ON LOOKUP_AUDIT_LOG AS A GRANT REMOVED BY HAND
    MOVE PERSON_ID      OF EZITRAK1021_REC ( SUB1 )
      TO PERSON_ID      OF PERSON_APPLICATION_REC.

    MOVE WS-APPLICATION-ID
      TO APPLICATION_ID OF PERSON_APPLICATION_REC.

    MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC.
    STRING PERSON_ID      OF PERSON_APPLICATION_REC DELIMITED BY SIZE
           " "                                        DELIMITED BY SIZE
           APPLICATION_ID OF PERSON_APPLICATION_REC DELIMITED BY SIZE
      INTO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC.

    CALL "ET_DR_PERSON_APPLICATION" USING SQLCA
                                PERSON_ID      OF PERSON_APPLICATION_REC
                                APPLICATION_ID OF PERSON_APPLICATION_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE PERSON_ID OF PERSON_APPLICATION_REC
          TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC
        MOVE "D" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1021_REC
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_APP_DR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6556_RECORD_DECISION.
    MOVE DECISION_CODE OF EZITRAK1021_REC ( SUB1 )
      TO DECISION_CODE OF ACCESS_REVIEW_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO DECISION_TMSTAMP OF ACCESS_REVIEW_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID  TO DECISION_USER    OF ACCESS_REVIEW_REC.

    CALL "ET_UR_ACCESS_REVIEW_DECISION" USING SQLCA
                         REVIEW_TMSTAMP   OF ACCESS_REVIEW_REC
                         APPLICATION_ID   OF ACCESS_REVIEW_REC
                         PERSON_ID        OF ACCESS_REVIEW_REC
                         DECISION_CODE    OF ACCESS_REVIEW_REC
                         DECISION_USER    OF ACCESS_REVIEW_REC
                         DECISION_TMSTAMP OF ACCESS_REVIEW_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE CURRENT_USER_ID TO DECISION_USER OF EZITRAK1021_REC ( SUB1 )
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE "REVIEW LINE DELETED BY ANOTHER USER"
          TO ERROR_MESSAGE OF EZITRAK1021_REC
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1021_REC
    WHEN OTHER
        DISPLAY "ERROR OF ACCESS_REVIEW_UR CODE=" SQLCODE WITH CONVERSION
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
          TO ERROR_MESSAGE OF EZITRAK1021_REC
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO   9900-EXIT
    END-EVALUATE.
/
7500_SELECT_REVIEW_LINE.
    MOVE REVIEW_TMSTAMP OF EZITRAK1021_REC
      TO REVIEW_TMSTAMP OF ACCESS_REVIEW_REC.
    MOVE WS-APPLICATION-ID
      TO APPLICATION_ID OF ACCESS_REVIEW_REC.
    MOVE PERSON_ID      OF EZITRAK1021_REC ( SUB1 )
      TO PERSON_ID      OF ACCESS_REVIEW_REC.

    CALL "ET_SS_ACCESS_REVIEW" USING SQLCA
                         REVIEW_TMSTAMP OF ACCESS_REVIEW_REC
                         APPLICATION_ID OF ACCESS_REVIEW_REC
                         PERSON_ID      OF ACCESS_REVIEW_REC
                         WS-STORED-DECISION
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE "REVIEW LINE DELETED BY ANOTHER USER"
          TO ERROR_MESSAGE OF EZITRAK1021_REC
    WHEN OTHER
        DISPLAY "ERROR OF ACCESS_REVIEW_SS CODE=" SQLCODE WITH CONVERSION
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
8800-FORMAT-DATE.
    MOVE SPACES TO WS-DATE-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-DATE-TEXT
                            BY REFERENCE  WS-DATE-BIN
                            OMITTED
                      GIVING ERR_RET.
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
8980-CHECK-OWNER.
*   THE LIST BELONGS TO THE APPLICATION'S OWNER ALONE - NOT EVEN A
*   SUPERVISOR MAY DECIDE FOR THEM
    MOVE "N"    TO OWNER-OK-FLAG.
    MOVE SPACES TO WS-OWNER-PERSON-ID.

    PERFORM 8700-GET-USER.

    MOVE WS-APPLICATION-ID TO APPLICATION_ID OF APPLICATION_DETAILS_REC.

    CALL "ET_SS_APPLICATION_OWNER" USING SQLCA
                                 APPLICATION_ID  OF APPLICATION_DETAILS_REC
                                 WS-OWNER-PERSON-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF WS-OWNER-PERSON-ID = CURRENT_USER_ID
           AND WS-OWNER-PERSON-ID NOT = SPACES
            MOVE "Y" TO OWNER-OK-FLAG
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF APPLICATION_OWNER_SS CODE=" SQLCODE
                WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
8990-LOG-AUTH-REFUSAL.
    MOVE "EZITRAK1023"   TO PROGRAM_NAME  OF AUTH_REFUSAL_LOG_REC.
    MOVE CURRENT_USER_ID TO PERSON_ID     OF AUTH_REFUSAL_LOG_REC.
    MOVE "RECERTIFY"     TO FUNCTION_CODE OF AUTH_REFUSAL_LOG_REC.

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
* **************** END OF SOURCE EZITRAK1023 ****************
