IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK1323                                                *
*   Program Name : Department Details Table                                   *
*   Summary      : CALLed by EZITRAK132 with a MODE_FLAG parameter, the     *
*                  same shape as EZITRAK1073. Mode "F" fetches every        *
*                  DEPARTMENT_DETAILS row into the EZITRAK1321 list screen  *
*                  record; mode "U" applies the insert/modify/delete lines  *
*                  entered on the list screen, checking each line has a     *
*                  name and that any manager given is on PERSON_DETAILS,    *
*                  and refusing to delete a department anyone on            *
*                  PERSON_DETAILS still belongs to. One row per caller      *
*                  department - code, name, the manager's PERSON_ID and the *
*                  cost centre - so PERSON_DETAILS.DEPARTMENT_ID can carry  *
*                  a checked code and EZITRAK133 can report demand by       *
*                  department to its manager. Every change is written to    *
*                  LOOKUP_AUDIT_LOG and only a holder of AUTH_LOOKUP_MAINT  *
*                  may make one.                                            *
*                                                                             *
*   SCREENS USED : EZITRAK1321 (record only - displayed by EZITRAK132)        *
*                                                                             *
*   TABLES  USED : DEPARTMENT_DETAILS   (Input-Output)                        *
*                  PERSON_DETAILS       (Input)                               *
*                  USER_AUTHORITY       (Input)                               *
*                  AUTH_REFUSAL_LOG     (Output)                              *
*                  LOOKUP_AUDIT_LOG     (Output)                              *
*                                                                             *
*   NOTE         : DEPARTMENT_DETAILS is a new CDD table, not yet generated *
*                  - DEPARTMENT_ID PIC X(6) key, DEPARTMENT_NAME PIC X(30), *
*                  MANAGER_PERSON_ID PIC X(8) (the PERSON_ID the            *
*                  department's demand report is mailed to), COST_CENTRE    *
*                  PIC X(8) (the APPLICATION_DETAILS.COST_CENTRE width),    *
*                  REC_USER PIC X(8), REC_TMSTAMP PIC S9(11)V9(7) COMP. A   *
*                  DBA/CDD maintainer needs to create the table and         *
*                  generate ET_OC/FC/CC_DEPARTMENT_DETAILS (unkeyed full    *
*                  scan ORDER BY DEPARTMENT_ID),                            *
*                  ET_SS/IR/UR/DR_DEPARTMENT_DETAILS and the                *
*                  ET_ST_RO_DEPARTMENT / ET_ST_RW_DEPARTMENT transaction    *
*                  pair, plus ET_SS_PERSON_BY_DEPARTMENT - a single select  *
*                  returning the first PERSON_ID whose DEPARTMENT_ID        *
*                  matches, the ET_SS_PROBLEM_BY_SITE pattern. EZITRAK0053, *
*                  EZITRAK095 and EZITRAK133 read rows through              *
*                  ET_SS_DEPARTMENT_DETAILS.                                *
*                                                                             *
*   NOTE         : EZITRAK1321_REC is a new CDD screen record, not yet      *
*                  generated - KEY_PRESSED, ERROR_MESSAGE and an OCCURS 20  *
*                  line table of UPDATE_IND, DEPARTMENT_ID,                 *
*                  DEPARTMENT_NAME, MANAGER_PERSON_ID, COST_CENTRE,         *
*                  REC_USER and REC_TMSTAMP - the EZITRAK1071_REC           *
*                  list-screen shape.                                       *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK1323.
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
    copy "EZITRAK_CDD.DEPARTMENT_DETAILS_REC"    from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"        from dictionary.
    copy "EZITRAK_CDD.USER_AUTHORITY_REC"        from dictionary.
    copy "EZITRAK_CDD.AUTH_REFUSAL_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.LOOKUP_AUDIT_LOG_REC"      from dictionary.
/
 01  TMP-FLAG                                    PIC X.
 01  DEPARTMENT-IN-USE-FLAG                      PIC X.

 01  WS_ERROR_MESSAGE.
     03  WS_ERROR_MESSAGE_TXT                    PIC X(48).
     03  WS_ERROR_MESSAGE_PERSON                 PIC X(8).

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
*
* ************ TEMP ITEM -- REMOVE AFTER PROG IS OK ***************
 01  TEMP-COUNTER                                PIC S9(9) COMP.

/
LINKAGE SECTION.
 01  MODE_FLAG                                   PIC X.

    copy "EZITRAK_CDD.EZITRAK1321_REC"  from dictionary.

PROCEDURE DIVISION USING MODE_FLAG , EZITRAK1321_REC
                   GIVING EXIT_STATUS.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    EVALUATE MODE_FLAG
    WHEN "F"
        PERFORM 3000-FETCH-DEPARTMENT-RECORDS
    WHEN "U"
        PERFORM 5000-UPDATE-DEPARTMENT-RECORDS
    WHEN OTHER
        MOVE 100 TO EXIT_STATUS
    END-EVALUATE.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO    TO SQLCODE.
    MOVE ZERO    TO EXIT_STATUS.
    MOVE "N"     TO TRANSACTION_BEGUN_FLAG.

    MOVE "DEPARTMENT_DETAILS" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC.
/
3000-FETCH-DEPARTMENT-RECORDS.
    INITIALIZE             EZITRAK1321-REC.

    PERFORM 7000_START_TRAN_RO.

    CALL "ET_OC_DEPARTMENT_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF DEPARTMENT_OC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 3150_FETCH VARYING SUB1 FROM 1 BY 1
                               UNTIL NOT SQL_SUCCESS
                               OR SUB1 > SUB1_MAX.

    CALL "ET_CC_DEPARTMENT_DETAILS" USING SQLCA.

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
3150_FETCH.
    CALL "ET_FC_DEPARTMENT_DETAILS" USING SQLCA
                                 DEPARTMENT_ID     OF DEPARTMENT_DETAILS_REC
                                 DEPARTMENT_NAME   OF DEPARTMENT_DETAILS_REC
                                 MANAGER_PERSON_ID OF DEPARTMENT_DETAILS_REC
                                 COST_CENTRE       OF DEPARTMENT_DETAILS_REC
                                 REC_USER          OF DEPARTMENT_DETAILS_REC
                                 REC_TMSTAMP       OF DEPARTMENT_DETAILS_REC
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
        MOVE DEPARTMENT_ID     OF DEPARTMENT_DETAILS_REC
          TO DEPARTMENT_ID     OF EZITRAK1321_REC (SUB1).
        MOVE DEPARTMENT_NAME   OF DEPARTMENT_DETAILS_REC
          TO DEPARTMENT_NAME   OF EZITRAK1321_REC (SUB1).
        MOVE MANAGER_PERSON_ID OF DEPARTMENT_DETAILS_REC
          TO MANAGER_PERSON_ID OF EZITRAK1321_REC (SUB1).
        MOVE COST_CENTRE       OF DEPARTMENT_DETAILS_REC
          TO COST_CENTRE       OF EZITRAK1321_REC (SUB1).
        MOVE REC_USER          OF DEPARTMENT_DETAILS_REC
          TO REC_USER          OF EZITRAK1321_REC (SUB1).
        MOVE REC_TMSTAMP       OF DEPARTMENT_DETAILS_REC
          TO REC_TMSTAMP       OF EZITRAK1321_REC (SUB1).
/
5000-UPDATE-DEPARTMENT-RECORDS.
    PERFORM 7100_START_TRAN_RW.

    PERFORM 8980-CHECK-USER-AUTHORITY.

    IF AUTH_LOOKUP_MAINT OF USER_AUTHORITY_REC NOT = "Y"
        MOVE "NOT AUTHORISED FOR LOOKUP MAINTENANCE - REFUSAL LOGGED"
          TO ERROR_MESSAGE OF EZITRAK1321_REC
        PERFORM 8990-LOG-AUTH-REFUSAL
    ELSE
        MOVE "Y" TO TMP_FLAG
        PERFORM 6550_UPDATE_DEPARTMENT_LINE VARYING SUB1
                                        FROM 1 BY 1
                                        UNTIL SUB1 > SUB1_MAX
                                        OR TMP_FLAG = "N"
    END-IF.

    PERFORM 7800_CMT_TRAN.
/
6550_UPDATE_DEPARTMENT_LINE.
    EVALUATE UPDATE_IND OF EZITRAK1321_REC ( SUB1 )
    WHEN "I"
        PERFORM 6551_VALIDATE_DEPARTMENT_LINE
        IF TMP_FLAG = "Y"
            PERFORM 6552_INSERT_DEPARTMENT_LINE
        END-IF
    WHEN "D"
        PERFORM 7500_SELECT_DEPARTMENT_LINE
        IF TMP_FLAG = "Y"
            PERFORM 6553_CHECK_DEPARTMENT_IN_USE
            IF DEPARTMENT-IN-USE-FLAG = "Y"
                MOVE "N" TO TMP_FLAG
                MOVE "CANNOT DELETE - DEPARTMENT STILL HAS PERSON= "
                  TO WS_ERROR_MESSAGE_TXT
                MOVE PERSON_ID OF PERSON_DETAILS_REC
                  TO WS_ERROR_MESSAGE_PERSON
                MOVE WS_ERROR_MESSAGE
                  TO ERROR_MESSAGE OF EZITRAK1321_REC
            ELSE
                PERFORM 6554_DELETE_DEPARTMENT_LINE
            END-IF
        END-IF
    WHEN "M"
        PERFORM 6551_VALIDATE_DEPARTMENT_LINE
        IF TMP_FLAG = "Y"
            PERFORM 7500_SELECT_DEPARTMENT_LINE
        END-IF
        IF TMP_FLAG = "Y"
            PERFORM 6556_UPDATE_DEPARTMENT_LINE
        END-IF
    WHEN OTHER
        CONTINUE
    END-EVALUATE.
*
6551_VALIDATE_DEPARTMENT_LINE.
    IF DEPARTMENT_ID OF EZITRAK1321-REC ( SUB1 ) = SPACES
        MOVE "N" TO TMP_FLAG
        MOVE "DEPARTMENT CODE REQUIRED" TO ERROR_MESSAGE OF EZITRAK1321_REC
    END-IF.

    IF TMP_FLAG = "Y"
       AND DEPARTMENT_NAME OF EZITRAK1321-REC ( SUB1 ) = SPACES
        MOVE "N" TO TMP_FLAG
        MOVE "DEPARTMENT NAME REQUIRED" TO ERROR_MESSAGE OF EZITRAK1321_REC
    END-IF.

*   THE MANAGER IS WHO THE MONTHLY DEMAND REPORT IS MAILED TO - A
*   BLANK ONE IS ALLOWED, THE PAGE IS THEN ONLY PRINTED
    IF TMP_FLAG = "Y"
       AND MANAGER_PERSON_ID OF EZITRAK1321-REC ( SUB1 ) NOT = SPACES
        MOVE MANAGER_PERSON_ID OF EZITRAK1321-REC ( SUB1 )
          TO PERSON_ID OF PERSON_DETAILS_REC
        CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                 PERSON_ID       OF PERSON_DETAILS_REC
                                 PERSON_EMAIL    OF PERSON_DETAILS_REC
                                 SUPERVISOR_FLAG OF PERSON_DETAILS_REC
        END-CALL
        EVALUATE TRUE
        WHEN SQL_SUCCESS
            CONTINUE
        WHEN SQL_NOT_FOUND
            MOVE "N" TO TMP_FLAG
            MOVE "MANAGER NOT ON PERSON FILE"
              TO ERROR_MESSAGE OF EZITRAK1321_REC
            MOVE ZERO TO SQLCODE
        WHEN OTHER
            DISPLAY "ERROR OF PERSON_SS CODE=" SQLCODE WITH CONVERSION
            MOVE 100  TO EXIT_STATUS
            GO TO 9900_EXIT
        END-EVALUATE
    END-IF.
*
6552_INSERT_DEPARTMENT_LINE.
    MOVE DEPARTMENT_ID     OF EZITRAK1321-REC ( SUB1 )
      TO DEPARTMENT_ID     OF DEPARTMENT_DETAILS_REC.

    MOVE DEPARTMENT_NAME   OF EZITRAK1321-REC ( SUB1 )
      TO DEPARTMENT_NAME   OF DEPARTMENT_DETAILS_REC.

    MOVE MANAGER_PERSON_ID OF EZITRAK1321-REC ( SUB1 )
      TO MANAGER_PERSON_ID OF DEPARTMENT_DETAILS_REC.

    MOVE COST_CENTRE       OF EZITRAK1321-REC ( SUB1 )
      TO COST_CENTRE       OF DEPARTMENT_DETAILS_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP       OF DEPARTMENT_DETAILS_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER          OF DEPARTMENT_DETAILS_REC.

    CALL "ET_IR_DEPARTMENT_DETAILS" USING SQLCA
                                DEPARTMENT_ID     OF DEPARTMENT_DETAILS_REC
                                DEPARTMENT_NAME   OF DEPARTMENT_DETAILS_REC
                                MANAGER_PERSON_ID OF DEPARTMENT_DETAILS_REC
                                COST_CENTRE       OF DEPARTMENT_DETAILS_REC
                                REC_USER          OF DEPARTMENT_DETAILS_REC
                                REC_TMSTAMP       OF DEPARTMENT_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE DEPARTMENT_ID     OF DEPARTMENT_DETAILS_REC
          TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC
        MOVE "I" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 7600_BUILD_AFTER_IMAGE
        PERFORM 8950-WRITE-LOOKUP-AUDIT
    WHEN SQL_DUPLICATE_IDX
        MOVE "LINE INSERTED BY ANOTHER USER"
          TO ERROR_MESSAGE OF EZITRAK1321_REC
        MOVE "N" TO TMP_FLAG
    WHEN OTHER
        DISPLAY "ERROR OF DEPARTMENT_IR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6553_CHECK_DEPARTMENT_IN_USE.
    MOVE DEPARTMENT_ID OF EZITRAK1321-REC ( SUB1 )
      TO DEPARTMENT_ID OF DEPARTMENT_DETAILS_REC.

    CALL "ET_SS_PERSON_BY_DEPARTMENT" USING SQLCA
                                DEPARTMENT_ID     OF DEPARTMENT_DETAILS_REC
                                PERSON_ID         OF PERSON_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO DEPARTMENT-IN-USE-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO DEPARTMENT-IN-USE-FLAG
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_BY_DEPARTMENT_SS CODE=" SQLCODE
                WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6554_DELETE_DEPARTMENT_LINE.
    MOVE DEPARTMENT_ID     OF EZITRAK1321-REC ( SUB1 )
      TO DEPARTMENT_ID     OF DEPARTMENT_DETAILS_REC.

    CALL "ET_DR_DEPARTMENT_DETAILS" USING SQLCA
                                DEPARTMENT_ID     OF DEPARTMENT_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE DEPARTMENT_ID     OF DEPARTMENT_DETAILS_REC
          TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC
        MOVE "D" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK1321_REC
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1321_REC
    WHEN OTHER
        DISPLAY "ERROR OF DEPARTMENT_DR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6556_UPDATE_DEPARTMENT_LINE.
    MOVE DEPARTMENT_ID     OF EZITRAK1321-REC ( SUB1 )
      TO DEPARTMENT_ID     OF DEPARTMENT_DETAILS_REC.

    MOVE DEPARTMENT_NAME   OF EZITRAK1321-REC ( SUB1 )
      TO DEPARTMENT_NAME   OF DEPARTMENT_DETAILS_REC.

    MOVE MANAGER_PERSON_ID OF EZITRAK1321-REC ( SUB1 )
      TO MANAGER_PERSON_ID OF DEPARTMENT_DETAILS_REC.

    MOVE COST_CENTRE       OF EZITRAK1321-REC ( SUB1 )
      TO COST_CENTRE       OF DEPARTMENT_DETAILS_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP       OF DEPARTMENT_DETAILS_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER          OF DEPARTMENT_DETAILS_REC.

    CALL "ET_UR_DEPARTMENT_DETAILS" USING SQLCA
                                DEPARTMENT_ID     OF DEPARTMENT_DETAILS_REC
                                DEPARTMENT_NAME   OF DEPARTMENT_DETAILS_REC
                                MANAGER_PERSON_ID OF DEPARTMENT_DETAILS_REC
                                COST_CENTRE       OF DEPARTMENT_DETAILS_REC
                                REC_USER          OF DEPARTMENT_DETAILS_REC
                                REC_TMSTAMP       OF DEPARTMENT_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE DEPARTMENT_ID     OF DEPARTMENT_DETAILS_REC
          TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC
        MOVE "M" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 7600_BUILD_AFTER_IMAGE
        PERFORM 8950-WRITE-LOOKUP-AUDIT
    WHEN SQL_NOT_FOUND
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK1321_REC
        MOVE "N" TO TMP_FLAG
    WHEN SQL_DUPLICATE_IDX
        MOVE "N" TO TMP_FLAG
        MOVE "LINE INSERTED BY ANOTHER USER"
          TO ERROR_MESSAGE OF EZITRAK1321_REC
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1321_REC
    WHEN OTHER
        DISPLAY "ERROR OF DEPARTMENT_UR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
7600_BUILD_AFTER_IMAGE.
    MOVE SPACES TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC.

    STRING DEPARTMENT_NAME   OF DEPARTMENT_DETAILS_REC DELIMITED BY SIZE
           " "                                         DELIMITED BY SIZE
           MANAGER_PERSON_ID OF DEPARTMENT_DETAILS_REC DELIMITED BY SIZE
           " "                                         DELIMITED BY SIZE
           COST_CENTRE       OF DEPARTMENT_DETAILS_REC DELIMITED BY SIZE
      INTO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_DEPARTMENT" USING SQLCA.

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
    CALL "ET_ST_RW_DEPARTMENT" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN SQL_LOCKED_RECORD
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1321_REC
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO   9900-EXIT
    END-EVALUATE.
/
7500_SELECT_DEPARTMENT_LINE.
    MOVE DEPARTMENT_ID     OF EZITRAK1321-REC ( SUB1 )
      TO DEPARTMENT_ID     OF DEPARTMENT_DETAILS_REC.

    CALL "ET_SS_DEPARTMENT_DETAILS" USING SQLCA
                                DEPARTMENT_ID     OF DEPARTMENT_DETAILS_REC
                                DEPARTMENT_NAME   OF DEPARTMENT_DETAILS_REC
                                MANAGER_PERSON_ID OF DEPARTMENT_DETAILS_REC
                                COST_CENTRE       OF DEPARTMENT_DETAILS_REC
                                REC_USER          OF DEPARTMENT_DETAILS_REC
                                REC_TMSTAMP       OF DEPARTMENT_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        STRING DEPARTMENT_NAME   OF DEPARTMENT_DETAILS_REC DELIMITED BY SIZE
               " "                                         DELIMITED BY SIZE
               MANAGER_PERSON_ID OF DEPARTMENT_DETAILS_REC DELIMITED BY SIZE
               " "                                         DELIMITED BY SIZE
               COST_CENTRE       OF DEPARTMENT_DETAILS_REC DELIMITED BY SIZE
          INTO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
    WHEN SQL_NOT_FOUND
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK1321_REC
        MOVE "N" TO TMP_FLAG
    WHEN OTHER
        DISPLAY "ERROR OF DEPARTMENT_SS CODE=" SQLCODE WITH CONVERSION
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
8980-CHECK-USER-AUTHORITY.
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
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO AUTH_DELETE          OF USER_AUTHORITY_REC
        MOVE "N" TO AUTH_MASS_UPDATE     OF USER_AUTHORITY_REC
        MOVE "N" TO AUTH_LOOKUP_MAINT    OF USER_AUTHORITY_REC
        MOVE "N" TO AUTH_ARCHIVE_RESTORE OF USER_AUTHORITY_REC
    WHEN OTHER
        DISPLAY "ERROR OF USER_AUTH_SS CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
8990-LOG-AUTH-REFUSAL.
    MOVE "EZITRAK1323"  TO PROGRAM_NAME  OF AUTH_REFUSAL_LOG_REC.
    MOVE CURRENT_USER_ID TO PERSON_ID     OF AUTH_REFUSAL_LOG_REC.
    MOVE "LOOKUP-MAINT"  TO FUNCTION_CODE OF AUTH_REFUSAL_LOG_REC.

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
* **************** END OF SOURCE EZITRAK1323 ****************
