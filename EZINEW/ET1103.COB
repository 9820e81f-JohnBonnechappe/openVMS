IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK1103                                                *
*   Program Name : Equipment Relation Table                                   *
*   Summary      : CALLed by EZITRAK110 with a MODE_FLAG parameter, the same  *
*                  shape as EZITRAK1073. Mode "F" fetches the                 *
*                  EQUIPMENT_RELATION rows from the SEL_EQUIPMENT_ID keyed    *
*                  on the screen onwards (blank starts at the top) into       *
*                  the EZITRAK1101 list screen record; mode "U" applies       *
*                  the insert/delete lines entered on the list screen. A      *
*                  row says what hangs off one EQUIPMENT_DETAILS item:        *
*                  RELATION_TYPE "P" - DEPENDENT_ID is part of it, "D" -      *
*                  DEPENDENT_ID depends on it, both naming another            *
*                  EQUIPMENT_ID, or "A" - it serves the APPLICATION_ID in     *
*                  DEPENDENT_ID. Each inserted line is checked against        *
*                  EQUIPMENT_DETAILS / APPLICATION_DETAILS and an item may    *
*                  not be linked to itself; longer loops and rows left        *
*                  behind when equipment is deleted are reported by           *
*                  EZITRAK014. Every change is written to                     *
*                  LOOKUP_AUDIT_LOG and only a holder of AUTH_LOOKUP_MAINT    *
*                  may make one.                                              *
*                                                                             *
*   SCREENS USED : EZITRAK1101 (record only - displayed by EZITRAK110)        *
*                                                                             *
*   TABLES  USED : EQUIPMENT_RELATION   (Input-Output)                        *
*                  EQUIPMENT_DETAILS    (Input)                               *
*                  APPLICATION_DETAILS  (Input)                               *
*                  USER_AUTHORITY       (Input)                               *
*                  AUTH_REFUSAL_LOG     (Output)                              *
*                  LOOKUP_AUDIT_LOG     (Output)                              *
*                                                                             *
*   NOTE         : EQUIPMENT_RELATION is a new CDD table, not yet generated *
*                  - EQUIPMENT_ID PIC X(8), RELATION_TYPE PIC X,            *
*                  DEPENDENT_ID PIC X(8), REC_USER PIC X(8), REC_TMSTAMP    *
*                  PIC S9(11)V9(7) COMP, key EQUIPMENT_ID + RELATION_TYPE + *
*                  DEPENDENT_ID. A DBA/CDD maintainer needs to create the   *
*                  table and generate ET_IR/DR_EQUIPMENT_RELATION (DR takes *
*                  the three key columns) and                               *
*                  ET_OC/FC/CC_EQUIPMENT_RELATION - SEL_EQUIPMENT_ID in,    *
*                  WHERE EQUIPMENT_ID >= :SEL_EQUIPMENT_ID ORDER BY         *
*                  EQUIPMENT_ID, RELATION_TYPE, DEPENDENT_ID, returning the *
*                  full row (EZITRAK014 opens it with spaces for its        *
*                  sweep). ET_ST_RO_EQUIPMENT / ET_ST_RW_EQUIPMENT need     *
*                  EQUIPMENT_RELATION and APPLICATION_DETAILS adding to     *
*                  their reserving lists. There is no modify - every column *
*                  but the audit pair is key, so a line is changed by       *
*                  deleting it and inserting the new one.                   *
*                                                                             *
*   NOTE         : EZITRAK1101_REC is a new CDD screen record, not yet      *
*                  generated - KEY_PRESSED, ERROR_MESSAGE, SEL_EQUIPMENT_ID *
*                  PIC X(8) and an OCCURS 20 line table of UPDATE_IND,      *
*                  EQUIPMENT_ID, RELATION_TYPE, DEPENDENT_ID, REC_USER and  *
*                  REC_TMSTAMP - the EZITRAK1071_REC list-screen shape with *
*                  a start key.                                             *
*                                                                             *
*   NOTE         : the downstream walk over these rows (EZITRAK111's impact *
*                  inquiry and EZITRAK013's equipment-driven mass update)   *
*                  reads them one item at a time through                    *
*                  ET_OC/FC/CC_RELATION_DOWNSTREAM - EQUIPMENT_ID in,       *
*                  returning RELATION_TYPE and DEPENDENT_ID for every row   *
*                  WHERE EQUIPMENT_ID = :EQUIPMENT_ID - also to be          *
*                  generated.                                               *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK1103.
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
    copy "EZITRAK_CDD.EQUIPMENT_RELATION_REC"    from dictionary.
    copy "EZITRAK_CDD.EQUIPMENT_DETAILS_REC"     from dictionary.
    copy "EZITRAK_CDD.APPLICATION_DETAILS_REC"   from dictionary.
    copy "EZITRAK_CDD.USER_AUTHORITY_REC"        from dictionary.
    copy "EZITRAK_CDD.AUTH_REFUSAL_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.LOOKUP_AUDIT_LOG_REC"      from dictionary.
/
 01  TMP-FLAG                                    PIC X.

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

    copy "EZITRAK_CDD.EZITRAK1101_REC"  from dictionary.

PROCEDURE DIVISION USING MODE_FLAG , EZITRAK1101_REC
                   GIVING EXIT_STATUS.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    EVALUATE MODE_FLAG
    WHEN "F"
        PERFORM 3000-FETCH-RELATION-RECORDS
    WHEN "U"
        PERFORM 5000-UPDATE-RELATION-RECORDS
    WHEN OTHER
        MOVE 100 TO EXIT_STATUS
    END-EVALUATE.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO    TO SQLCODE.
    MOVE ZERO    TO EXIT_STATUS.
    MOVE "N"     TO TRANSACTION_BEGUN_FLAG.

    MOVE "EQUIPMENT_RELATION" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC.
/
3000-FETCH-RELATION-RECORDS.
*   THE START KEY SURVIVES THE REFETCH SO "B" RE-LISTS FROM WHERE THE
*   USER ASKED
    MOVE SEL_EQUIPMENT_ID OF EZITRAK1101_REC
      TO EQUIPMENT_ID     OF EQUIPMENT_RELATION_REC.
    INITIALIZE             EZITRAK1101-REC.
    MOVE EQUIPMENT_ID     OF EQUIPMENT_RELATION_REC
      TO SEL_EQUIPMENT_ID OF EZITRAK1101_REC.

    PERFORM 7000_START_TRAN_RO.

    CALL "ET_OC_EQUIPMENT_RELATION" USING SQLCA
                                 SEL_EQUIPMENT_ID OF EZITRAK1101_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF RELATION_OC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 3150_FETCH VARYING SUB1 FROM 1 BY 1
                               UNTIL NOT SQL_SUCCESS
                               OR SUB1 > SUB1_MAX.

    CALL "ET_CC_EQUIPMENT_RELATION" USING SQLCA.

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
    CALL "ET_FC_EQUIPMENT_RELATION" USING SQLCA
                                 EQUIPMENT_ID  OF EQUIPMENT_RELATION_REC
                                 RELATION_TYPE OF EQUIPMENT_RELATION_REC
                                 DEPENDENT_ID  OF EQUIPMENT_RELATION_REC
                                 REC_USER      OF EQUIPMENT_RELATION_REC
                                 REC_TMSTAMP   OF EQUIPMENT_RELATION_REC
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
        MOVE EQUIPMENT_ID  OF EQUIPMENT_RELATION_REC
          TO EQUIPMENT_ID  OF EZITRAK1101_REC (SUB1).
        MOVE RELATION_TYPE OF EQUIPMENT_RELATION_REC
          TO RELATION_TYPE OF EZITRAK1101_REC (SUB1).
        MOVE DEPENDENT_ID  OF EQUIPMENT_RELATION_REC
          TO DEPENDENT_ID  OF EZITRAK1101_REC (SUB1).
        MOVE REC_USER      OF EQUIPMENT_RELATION_REC
          TO REC_USER      OF EZITRAK1101_REC (SUB1).
        MOVE REC_TMSTAMP   OF EQUIPMENT_RELATION_REC
          TO REC_TMSTAMP   OF EZITRAK1101_REC (SUB1).
/
5000-UPDATE-RELATION-RECORDS.
    PERFORM 7100_START_TRAN_RW.

    PERFORM 8980-CHECK-USER-AUTHORITY.

    IF AUTH_LOOKUP_MAINT OF USER_AUTHORITY_REC NOT = "Y"
        MOVE "NOT AUTHORISED FOR LOOKUP MAINTENANCE - REFUSAL LOGGED"
          TO ERROR_MESSAGE OF EZITRAK1101_REC
        PERFORM 8990-LOG-AUTH-REFUSAL
    ELSE
        MOVE "Y" TO TMP_FLAG
        PERFORM 6550_UPDATE_RELATION_LINE VARYING SUB1
                                        FROM 1 BY 1
                                        UNTIL SUB1 > SUB1_MAX
                                        OR TMP_FLAG = "N"
    END-IF.

    PERFORM 7800_CMT_TRAN.
/
6550_UPDATE_RELATION_LINE.
    EVALUATE UPDATE_IND OF EZITRAK1101_REC ( SUB1 )
    WHEN "I"
        PERFORM 6551_VALIDATE_RELATION_LINE
        IF TMP_FLAG = "Y"
            PERFORM 6552_INSERT_RELATION_LINE
        END-IF
    WHEN "D"
        PERFORM 6554_DELETE_RELATION_LINE
    WHEN "M"
        MOVE "N" TO TMP_FLAG
        MOVE "A RELATION CANNOT BE MODIFIED - DELETE IT AND INSERT"
          TO ERROR_MESSAGE OF EZITRAK1101_REC
    WHEN OTHER
        CONTINUE
    END-EVALUATE.
*
6551_VALIDATE_RELATION_LINE.
    IF EQUIPMENT_ID OF EZITRAK1101-REC ( SUB1 ) = SPACES
    OR DEPENDENT_ID OF EZITRAK1101-REC ( SUB1 ) = SPACES
        MOVE "N" TO TMP_FLAG
        MOVE "EQUIPMENT ID AND DEPENDENT ID REQUIRED"
          TO ERROR_MESSAGE OF EZITRAK1101_REC
    END-IF.

    IF TMP_FLAG = "Y"
       AND RELATION_TYPE OF EZITRAK1101-REC ( SUB1 ) NOT = "P"
       AND RELATION_TYPE OF EZITRAK1101-REC ( SUB1 ) NOT = "D"
       AND RELATION_TYPE OF EZITRAK1101-REC ( SUB1 ) NOT = "A"
        MOVE "N" TO TMP_FLAG
        MOVE "RELATION TYPE MUST BE P, D OR A"
          TO ERROR_MESSAGE OF EZITRAK1101_REC
    END-IF.

    IF TMP_FLAG = "Y"
       AND RELATION_TYPE OF EZITRAK1101-REC ( SUB1 ) NOT = "A"
       AND DEPENDENT_ID OF EZITRAK1101-REC ( SUB1 )
         = EQUIPMENT_ID OF EZITRAK1101-REC ( SUB1 )
        MOVE "N" TO TMP_FLAG
        MOVE "AN ITEM CANNOT BE LINKED TO ITSELF"
          TO ERROR_MESSAGE OF EZITRAK1101_REC
    END-IF.

    IF TMP_FLAG = "Y"
        MOVE EQUIPMENT_ID OF EZITRAK1101-REC ( SUB1 )
          TO EQUIPMENT_ID OF EQUIPMENT_DETAILS_REC
        PERFORM 6560_CHECK_EQUIPMENT
    END-IF.

    IF TMP_FLAG = "Y"
        IF RELATION_TYPE OF EZITRAK1101-REC ( SUB1 ) = "A"
            PERFORM 6565_CHECK_APPLICATION
               THRU 6565_CHECK_APPLICATION_EXIT
        ELSE
            MOVE DEPENDENT_ID OF EZITRAK1101-REC ( SUB1 )
              TO EQUIPMENT_ID OF EQUIPMENT_DETAILS_REC
            PERFORM 6560_CHECK_EQUIPMENT
        END-IF
    END-IF.
*
6560_CHECK_EQUIPMENT.
    CALL "ET_SS_EQUIPMENT_WARRANTY" USING SQLCA
                                 EQUIPMENT_ID         OF EQUIPMENT_DETAILS_REC
                                 WARRANTY_EXPIRY_DATE OF EQUIPMENT_DETAILS_REC
                                 MAINTAINER_CODE      OF EQUIPMENT_DETAILS_REC
                                 AGREEMENT_REFERENCE  OF EQUIPMENT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE ZERO TO SQLCODE
        MOVE "EQUIPMENT ID NOT ON FILE - SEE EZITRAK050"
          TO ERROR_MESSAGE OF EZITRAK1101_REC
    WHEN OTHER
        DISPLAY "ERROR OF EQUIPMENT_SS CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6565_CHECK_APPLICATION.
*   APPLICATION_ID IS ONLY FOUR WIDE - ANYTHING LONGER CANNOT BE ONE
    IF DEPENDENT_ID OF EZITRAK1101-REC ( SUB1 ) (5:4) NOT = SPACES
        MOVE "N" TO TMP_FLAG
        MOVE "APPLICATION ID NOT ON FILE"
          TO ERROR_MESSAGE OF EZITRAK1101_REC
        GO TO 6565_CHECK_APPLICATION_EXIT
    END-IF.

    MOVE DEPENDENT_ID OF EZITRAK1101-REC ( SUB1 )
      TO APPLICATION_ID OF APPLICATION_DETAILS_REC.

    CALL "ET_SS_APPLICATION_DETAILS" USING SQLCA
                                 APPLICATION_ID    OF APPLICATION_DETAILS_REC
                                 APPLICATION_DESC  OF APPLICATION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE ZERO TO SQLCODE
        MOVE "APPLICATION ID NOT ON FILE"
          TO ERROR_MESSAGE OF EZITRAK1101_REC
    WHEN OTHER
        DISPLAY "ERROR OF APPLICATION_SS CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
6565_CHECK_APPLICATION_EXIT.
*
6552_INSERT_RELATION_LINE.
    MOVE EQUIPMENT_ID  OF EZITRAK1101-REC ( SUB1 )
      TO EQUIPMENT_ID  OF EQUIPMENT_RELATION_REC.

    MOVE RELATION_TYPE OF EZITRAK1101-REC ( SUB1 )
      TO RELATION_TYPE OF EQUIPMENT_RELATION_REC.

    MOVE DEPENDENT_ID  OF EZITRAK1101-REC ( SUB1 )
      TO DEPENDENT_ID  OF EQUIPMENT_RELATION_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF EQUIPMENT_RELATION_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF EQUIPMENT_RELATION_REC.

    CALL "ET_IR_EQUIPMENT_RELATION" USING SQLCA
                                EQUIPMENT_ID  OF EQUIPMENT_RELATION_REC
                                RELATION_TYPE OF EQUIPMENT_RELATION_REC
                                DEPENDENT_ID  OF EQUIPMENT_RELATION_REC
                                REC_USER      OF EQUIPMENT_RELATION_REC
                                REC_TMSTAMP   OF EQUIPMENT_RELATION_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 7600_BUILD_RECORD_KEY
        MOVE "I" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        MOVE RECORD_KEY OF LOOKUP_AUDIT_LOG_REC
          TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
    WHEN SQL_DUPLICATE_IDX
        MOVE "RELATION ALREADY ON FILE"
          TO ERROR_MESSAGE OF EZITRAK1101_REC
        MOVE "N" TO TMP_FLAG
    WHEN OTHER
        DISPLAY "ERROR OF RELATION_IR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6554_DELETE_RELATION_LINE.
    MOVE EQUIPMENT_ID  OF EZITRAK1101-REC ( SUB1 )
      TO EQUIPMENT_ID  OF EQUIPMENT_RELATION_REC.

    MOVE RELATION_TYPE OF EZITRAK1101-REC ( SUB1 )
      TO RELATION_TYPE OF EQUIPMENT_RELATION_REC.

    MOVE DEPENDENT_ID  OF EZITRAK1101-REC ( SUB1 )
      TO DEPENDENT_ID  OF EQUIPMENT_RELATION_REC.

    CALL "ET_DR_EQUIPMENT_RELATION" USING SQLCA
                                EQUIPMENT_ID  OF EQUIPMENT_RELATION_REC
                                RELATION_TYPE OF EQUIPMENT_RELATION_REC
                                DEPENDENT_ID  OF EQUIPMENT_RELATION_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 7600_BUILD_RECORD_KEY
        MOVE "D" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE RECORD_KEY OF LOOKUP_AUDIT_LOG_REC
          TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK1101_REC
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1101_REC
    WHEN OTHER
        DISPLAY "ERROR OF RELATION_DR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
7600_BUILD_RECORD_KEY.
    MOVE SPACES TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC.

    STRING EQUIPMENT_ID  OF EQUIPMENT_RELATION_REC DELIMITED BY SIZE
           " "                                     DELIMITED BY SIZE
           RELATION_TYPE OF EQUIPMENT_RELATION_REC DELIMITED BY SIZE
           " "                                     DELIMITED BY SIZE
           DEPENDENT_ID  OF EQUIPMENT_RELATION_REC DELIMITED BY SIZE
      INTO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_EQUIPMENT" USING SQLCA.

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
    CALL "ET_ST_RW_EQUIPMENT" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN SQL_LOCKED_RECORD
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1101_REC
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO   9900-EXIT
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
    MOVE "EZITRAK1103"  TO PROGRAM_NAME  OF AUTH_REFUSAL_LOG_REC.
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
* **************** END OF SOURCE EZITRAK1103 ****************
