IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK0993                                                *
*   Program Name : Confidential Problem Access Table                          *
*   Summary      : CALLed by EZITRAK099 with a MODE_FLAG parameter, the     *
*                  same shape as EZITRAK0933 but keyed on one problem. Mode *
*                  "F" reads the CONFIDENTIAL_FLAG of the PROBLEM_NUMBER    *
*                  keyed on the EZITRAK991 screen and every PROBLEM_ACCESS  *
*                  row naming who else may see it; mode "U" applies a       *
*                  changed flag and the insert/delete lines entered on the  *
*                  screen. Only a SUPERVISOR_FLAG "Y" user may change       *
*                  either (anyone else is refused and the refusal logged).  *
*                  A person added must be on PERSON_DETAILS, and every      *
*                  change is written through LOOKUP_AUDIT_LOG. The ticket   *
*                  text itself is never shown here.                         *
*                                                                             *
*   SCREENS USED : EZITRAK991 (record only - displayed by EZITRAK099)         *
*                                                                             *
*   TABLES  USED : PROBLEM_ACCESS       (Input-Output)                        *
*                  PROBLEM_DETAILS      (Input-Output)                        *
*                  PERSON_DETAILS       (Input)                               *
*                  LOOKUP_AUDIT_LOG     (Output)                              *
*                                                                             *
*   NOTE         : PROBLEM_ACCESS is a new CDD child table, not yet         *
*                  generated, keyed on PROBLEM_NUMBER + PERSON_ID:          *
*                  PROBLEM_NUMBER PIC 9(9), PERSON_ID PIC X(8), REC_USER    *
*                  PIC X(8), REC_TMSTAMP PIC S9(11)V9(7) COMP. A row lets   *
*                  that person see a CONFIDENTIAL_FLAG "Y" problem besides  *
*                  its recorder and assignee. A DBA/CDD maintainer needs to *
*                  create the table and generate the cursor                 *
*                  ET_OC/FC/CC_PROBLEM_ACCESS (PROBLEM_NUMBER in, ordered   *
*                  by PERSON_ID), ET_IR_PROBLEM_ACCESS,                     *
*                  ET_DR_PROBLEM_ACCESS and ET_SS_PROBLEM_ACCESS            *
*                  (PROBLEM_NUMBER and PERSON_ID in, SQL_NOT_FOUND when the *
*                  person is not listed), which EZITRAK001, EZITRAK003,     *
*                  EZITRAK004, EZITRAK016, EZITRAK024 and EZITRAK045 call   *
*                  to decide visibility. The CONFIDENTIAL_FLAG column and   *
*                  its narrow ET_SS/UR_PROBLEM_CONFIDENTIAL pair are        *
*                  described in EZITRAK001's header.                        *
*                                                                             *
*   NOTE         : EZITRAK991_REC is a new CDD screen record, not yet       *
*                  generated - KEY_PRESSED PIC X, ERROR_MESSAGE PIC X(60),  *
*                  PROBLEM_NUMBER PIC 9(9), CONFIDENTIAL_FLAG PIC X and an  *
*                  OCCURS 20 line table of UPDATE_IND PIC X, PERSON_ID PIC  *
*                  X(8), PERSON_DESC PIC X(30), REC_USER PIC X(8) and       *
*                  REC_TMSTAMP - the EZITRAK931_REC list-screen shape with  *
*                  a keyed header, in the same FORMS$ library as            *
*                  EZITRAK931.                                              *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK0993.
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
    copy "EZITRAK_CDD.PROBLEM_ACCESS_REC"        from dictionary.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"       from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"        from dictionary.
    copy "EZITRAK_CDD.AUTH_REFUSAL_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.LOOKUP_AUDIT_LOG_REC"      from dictionary.
/
 01  TMP-FLAG                                    PIC X.
 01  SUPERVISOR-OK-FLAG                          PIC X.
 01  PROBLEM-FOUND-FLAG                          PIC X.

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

 01  WS-PROBLEM-NUMBER                           PIC 9(9).
 01  WS-CONFIDENTIAL-FLAG                        PIC X.
 01  WS-OLD-CONFIDENTIAL-FLAG                    PIC X.
 01  WS-CONF-RECORDER-ID                         PIC X(8).
 01  WS-CONF-ASSIGNED-ID                         PIC X(8).
 01  WS-AUDIT-IMAGE                              PIC X(120).
*
* ************ TEMP ITEM -- REMOVE AFTER PROG IS OK ***************
 01  TEMP-COUNTER                                PIC S9(9) COMP.

/
LINKAGE SECTION.
 01  MODE_FLAG                                   PIC X.

    copy "EZITRAK_CDD.EZITRAK991_REC"  from dictionary.

PROCEDURE DIVISION USING MODE_FLAG , EZITRAK991_REC
                   GIVING EXIT_STATUS.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    EVALUATE MODE_FLAG
    WHEN "F"
        PERFORM 3000-FETCH-ACCESS-RECORDS
           THRU 3000-FETCH-ACCESS-RECORDS-EXIT
    WHEN "U"
        PERFORM 5000-UPDATE-ACCESS-RECORDS
           THRU 5000-UPDATE-ACCESS-RECORDS-EXIT
    WHEN OTHER
        MOVE 100 TO EXIT_STATUS
    END-EVALUATE.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO    TO SQLCODE.
    MOVE ZERO    TO EXIT_STATUS.
    MOVE "N"     TO TRANSACTION_BEGUN_FLAG.

    MOVE "PROBLEM_ACCESS" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC.
/
3000-FETCH-ACCESS-RECORDS.
*   THE KEYED PROBLEM NUMBER SURVIVES THE CLEAR-DOWN; A ZERO NUMBER
*   JUST SHOWS AN EMPTY SCREEN READY FOR ONE TO BE KEYED
    MOVE PROBLEM_NUMBER OF EZITRAK991_REC TO WS-PROBLEM-NUMBER.

    INITIALIZE             EZITRAK991-REC.

    MOVE WS-PROBLEM-NUMBER TO PROBLEM_NUMBER OF EZITRAK991_REC.

    IF WS-PROBLEM-NUMBER = ZERO
        MOVE "KEY A PROBLEM NUMBER AND PRESS F"
          TO ERROR_MESSAGE OF EZITRAK991_REC
        GO TO 3000-FETCH-ACCESS-RECORDS-EXIT
    END-IF.

    PERFORM 7000_START_TRAN_RO.

    PERFORM 7400_GET_CONFIDENTIAL_FLAG.

    IF PROBLEM-FOUND-FLAG = "N"
        MOVE "PROBLEM NOT ON FILE" TO ERROR_MESSAGE OF EZITRAK991_REC
        PERFORM 7800_CMT_TRAN
        GO TO 3000-FETCH-ACCESS-RECORDS-EXIT
    END-IF.

    MOVE WS-CONFIDENTIAL-FLAG TO CONFIDENTIAL_FLAG OF EZITRAK991_REC.

    MOVE WS-PROBLEM-NUMBER TO PROBLEM_NUMBER OF PROBLEM_ACCESS_REC.

    CALL "ET_OC_PROBLEM_ACCESS" USING SQLCA
                             PROBLEM_NUMBER OF PROBLEM_ACCESS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF PROBLEM_ACCESS_OC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 3150_FETCH VARYING SUB1 FROM 1 BY 1
                               UNTIL NOT SQL_SUCCESS
                               OR SUB1 > SUB1_MAX.

    CALL "ET_CC_PROBLEM_ACCESS" USING SQLCA.

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
3000-FETCH-ACCESS-RECORDS-EXIT.
    EXIT.
*
3150_FETCH.
    CALL "ET_FC_PROBLEM_ACCESS" USING SQLCA
                             PERSON_ID      OF PROBLEM_ACCESS_REC
                             REC_USER       OF PROBLEM_ACCESS_REC
                             REC_TMSTAMP    OF PROBLEM_ACCESS_REC
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
        MOVE PERSON_ID      OF PROBLEM_ACCESS_REC
          TO PERSON_ID      OF EZITRAK991_REC (SUB1).
        MOVE REC_USER       OF PROBLEM_ACCESS_REC
          TO REC_USER       OF EZITRAK991_REC (SUB1).
        MOVE REC_TMSTAMP    OF PROBLEM_ACCESS_REC
          TO REC_TMSTAMP    OF EZITRAK991_REC (SUB1).

        MOVE PERSON_ID      OF PROBLEM_ACCESS_REC
          TO PERSON_ID      OF PERSON_DETAILS_REC.
        PERFORM 8500_READ_PERSON_TABLE.
        MOVE PERSON_DESC    OF PERSON_DETAILS_REC
          TO PERSON_DESC    OF EZITRAK991_REC (SUB1).

        MOVE ZERO TO SQLCODE.
/
5000-UPDATE-ACCESS-RECORDS.
    IF PROBLEM_NUMBER OF EZITRAK991_REC = ZERO
        MOVE "KEY A PROBLEM NUMBER AND PRESS F"
          TO ERROR_MESSAGE OF EZITRAK991_REC
        MOVE 100 TO EXIT_STATUS
        GO TO 5000-UPDATE-ACCESS-RECORDS-EXIT
    END-IF.

    PERFORM 7100_START_TRAN_RW.

    PERFORM 8980-CHECK-SUPERVISOR.

    IF SUPERVISOR-OK-FLAG NOT = "Y"
        MOVE "ONLY A SUPERVISOR MAY CHANGE CONFIDENTIAL ACCESS - LOGGED"
          TO ERROR_MESSAGE OF EZITRAK991_REC
        PERFORM 8990-LOG-AUTH-REFUSAL
        MOVE 100 TO EXIT_STATUS
    ELSE
        MOVE "Y" TO TMP_FLAG
        PERFORM 6500_UPDATE_CONFIDENTIAL_FLAG
           THRU 6500_UPDATE_CONFIDENTIAL_FLAG_EXIT
        PERFORM 6550_UPDATE_ACCESS_LINE VARYING SUB1
                                        FROM 1 BY 1
                                        UNTIL SUB1 > SUB1_MAX
                                        OR TMP_FLAG = "N"
        IF TMP_FLAG = "N"
            MOVE 100 TO EXIT_STATUS
        END-IF
    END-IF.

    PERFORM 7800_CMT_TRAN.
*
5000-UPDATE-ACCESS-RECORDS-EXIT.
    EXIT.
/
6500_UPDATE_CONFIDENTIAL_FLAG.
    IF CONFIDENTIAL_FLAG OF EZITRAK991_REC = SPACE
        MOVE "N" TO CONFIDENTIAL_FLAG OF EZITRAK991_REC
    END-IF.

    IF CONFIDENTIAL_FLAG OF EZITRAK991_REC NOT = "Y"
       AND CONFIDENTIAL_FLAG OF EZITRAK991_REC NOT = "N"
        MOVE "N" TO TMP_FLAG
        MOVE "CONFIDENTIAL FLAG MUST BE Y OR N"
          TO ERROR_MESSAGE OF EZITRAK991_REC
        GO TO 6500_UPDATE_CONFIDENTIAL_FLAG_EXIT
    END-IF.

    MOVE PROBLEM_NUMBER OF EZITRAK991_REC TO WS-PROBLEM-NUMBER.

    PERFORM 7400_GET_CONFIDENTIAL_FLAG.

    IF PROBLEM-FOUND-FLAG = "N"
        MOVE "N" TO TMP_FLAG
        MOVE "PROBLEM NOT ON FILE" TO ERROR_MESSAGE OF EZITRAK991_REC
        GO TO 6500_UPDATE_CONFIDENTIAL_FLAG_EXIT
    END-IF.

    IF WS-CONFIDENTIAL-FLAG = CONFIDENTIAL_FLAG OF EZITRAK991_REC
        GO TO 6500_UPDATE_CONFIDENTIAL_FLAG_EXIT
    END-IF.

    MOVE WS-CONFIDENTIAL-FLAG              TO WS-OLD-CONFIDENTIAL-FLAG.
    MOVE CONFIDENTIAL_FLAG OF EZITRAK991_REC TO WS-CONFIDENTIAL-FLAG.
    MOVE WS-PROBLEM-NUMBER TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC.

    CALL "ET_UR_PROBLEM_CONFIDENTIAL" USING SQLCA
                             PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                             WS-CONFIDENTIAL-FLAG
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "PROBLEM_DETAILS" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC
        MOVE WS-PROBLEM-NUMBER TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC
        MOVE "M" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        STRING "CONFIDENTIAL_FLAG "     DELIMITED BY SIZE
               WS-OLD-CONFIDENTIAL-FLAG DELIMITED BY SIZE
          INTO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        STRING "CONFIDENTIAL_FLAG "     DELIMITED BY SIZE
               WS-CONFIDENTIAL-FLAG     DELIMITED BY SIZE
          INTO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
        MOVE "PROBLEM_ACCESS" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE "PROBLEM DELETED BY ANOTHER USER"
          TO ERROR_MESSAGE OF EZITRAK991_REC
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK991_REC
    WHEN OTHER
        DISPLAY "ERROR OF CONFIDENTIAL_UR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6500_UPDATE_CONFIDENTIAL_FLAG_EXIT.
    EXIT.
*
6550_UPDATE_ACCESS_LINE.
    EVALUATE UPDATE_IND OF EZITRAK991_REC ( SUB1 )
    WHEN "I"
        PERFORM 6551_VALIDATE_ACCESS_LINE
        IF TMP_FLAG = "Y"
            PERFORM 6552_INSERT_ACCESS_LINE
        END-IF
    WHEN "D"
        PERFORM 6554_DELETE_ACCESS_LINE
    WHEN OTHER
        CONTINUE
    END-EVALUATE.
*
6551_VALIDATE_ACCESS_LINE.
    IF PERSON_ID OF EZITRAK991-REC ( SUB1 ) = SPACES
        MOVE "N" TO TMP_FLAG
        MOVE "PERSON ID MUST BE ENTERED"
          TO ERROR_MESSAGE OF EZITRAK991_REC
    ELSE
        MOVE PERSON_ID OF EZITRAK991-REC ( SUB1 )
          TO PERSON_ID OF PERSON_DETAILS_REC
        PERFORM 8500_READ_PERSON_TABLE
        IF SQL_NOT_FOUND
            MOVE "N" TO TMP_FLAG
            MOVE "PERSON NOT ON FILE" TO ERROR_MESSAGE OF EZITRAK991_REC
        END-IF
        MOVE ZERO TO SQLCODE
    END-IF.
*
6552_INSERT_ACCESS_LINE.
    PERFORM 7550_MOVE_SCREEN_TO_TABLE.

    CALL "ET_IR_PROBLEM_ACCESS" USING SQLCA
                             PROBLEM_NUMBER OF PROBLEM_ACCESS_REC
                             PERSON_ID      OF PROBLEM_ACCESS_REC
                             REC_USER       OF PROBLEM_ACCESS_REC
                             REC_TMSTAMP    OF PROBLEM_ACCESS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 7650_BUILD_RECORD_KEY
        MOVE "I" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        MOVE RECORD_KEY OF LOOKUP_AUDIT_LOG_REC
          TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
    WHEN SQL_DUPLICATE_IDX
        MOVE "PERSON ALREADY ON THE ACCESS LIST"
          TO ERROR_MESSAGE OF EZITRAK991_REC
        MOVE "N" TO TMP_FLAG
    WHEN OTHER
        DISPLAY "ERROR OF PROBLEM_ACCESS_IR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6554_DELETE_ACCESS_LINE.
    PERFORM 7550_MOVE_SCREEN_TO_TABLE.

    CALL "ET_DR_PROBLEM_ACCESS" USING SQLCA
                             PROBLEM_NUMBER OF PROBLEM_ACCESS_REC
                             PERSON_ID      OF PROBLEM_ACCESS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 7650_BUILD_RECORD_KEY
        MOVE "D" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE RECORD_KEY OF LOOKUP_AUDIT_LOG_REC
          TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK991_REC
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK991_REC
    WHEN OTHER
        DISPLAY "ERROR OF PROBLEM_ACCESS_DR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
7550_MOVE_SCREEN_TO_TABLE.
    MOVE PROBLEM_NUMBER OF EZITRAK991-REC
      TO PROBLEM_NUMBER OF PROBLEM_ACCESS_REC.
    MOVE PERSON_ID      OF EZITRAK991-REC ( SUB1 )
      TO PERSON_ID      OF PROBLEM_ACCESS_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF PROBLEM_ACCESS_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF PROBLEM_ACCESS_REC.
*
7650_BUILD_RECORD_KEY.
    MOVE PROBLEM_NUMBER OF PROBLEM_ACCESS_REC TO WS-PROBLEM-NUMBER.

    MOVE SPACES TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC.

    STRING WS-PROBLEM-NUMBER                 DELIMITED BY SIZE
           "/"                               DELIMITED BY SIZE
           PERSON_ID OF PROBLEM_ACCESS_REC   DELIMITED BY SIZE
      INTO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC.
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
          TO ERROR_MESSAGE OF EZITRAK991_REC
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO   9900-EXIT
    END-EVALUATE.
/
7400_GET_CONFIDENTIAL_FLAG.
    MOVE "N"               TO PROBLEM-FOUND-FLAG.
    MOVE SPACE             TO WS-CONFIDENTIAL-FLAG.
    MOVE WS-PROBLEM-NUMBER TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC.

    CALL "ET_SS_PROBLEM_CONFIDENTIAL" USING SQLCA
                             PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                             WS-CONFIDENTIAL-FLAG
                             WS-CONF-RECORDER-ID
                             WS-CONF-ASSIGNED-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO PROBLEM-FOUND-FLAG
        IF WS-CONFIDENTIAL-FLAG NOT = "Y"
            MOVE "N" TO WS-CONFIDENTIAL-FLAG
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CONFIDENTIAL_SS CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
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
8980-CHECK-SUPERVISOR.
*   WHO MAY READ A CONFIDENTIAL TICKET IS A SUPERVISOR'S CALL - THE
*   EZITRAK076 4050-CHECK-SUPERVISOR TEST
    MOVE "N" TO SUPERVISOR-OK-FLAG.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO PERSON_ID OF PERSON_DETAILS_REC.

    CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                 PERSON_ID       OF PERSON_DETAILS_REC
                                 PERSON_EMAIL    OF PERSON_DETAILS_REC
                                 SUPERVISOR_FLAG OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF SUPERVISOR_FLAG OF PERSON_DETAILS_REC = "Y"
            MOVE "Y" TO SUPERVISOR-OK-FLAG
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_SS CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
8990-LOG-AUTH-REFUSAL.
    MOVE "EZITRAK0993"   TO PROGRAM_NAME  OF AUTH_REFUSAL_LOG_REC.
    MOVE CURRENT_USER_ID TO PERSON_ID     OF AUTH_REFUSAL_LOG_REC.
    MOVE "CONFIDENTIAL"  TO FUNCTION_CODE OF AUTH_REFUSAL_LOG_REC.

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
* **************** END OF SOURCE EZITRAK0993 ****************
