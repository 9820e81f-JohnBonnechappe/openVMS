IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK1143                                                *
*   Program Name : Labour Rate Table                                          *
*   Summary      : CALLed by EZITRAK114 with a MODE_FLAG parameter, the same  *
*                  shape as EZITRAK1103. Mode "F" fetches the LABOUR_RATE     *
*                  rows from the SEL_PERSON_GRADE keyed on the screen         *
*                  onwards (blank starts at the top) into the EZITRAK1141     *
*                  list screen record; mode "U" applies the insert/delete     *
*                  lines entered on the list screen. A row gives the          *
*                  HOURLY_RATE for one PERSON_DETAILS grade from its          *
*                  EFFECTIVE_DATE (keyed as dd-mmm-yyyy text, converted       *
*                  with SYS$BINTIM) until the grade's next row, so a pay      *
*                  rise is a new line rather than an edit and a past          *
*                  period always costs at the rate it ran under. Every        *
*                  change is written to LOOKUP_AUDIT_LOG and only a holder    *
*                  of AUTH_LOOKUP_MAINT may make one.                         *
*                                                                             *
*   SCREENS USED : EZITRAK1141 (record only - displayed by EZITRAK114)        *
*                                                                             *
*   TABLES  USED : LABOUR_RATE          (Input-Output)                        *
*                  USER_AUTHORITY       (Input)                               *
*                  AUTH_REFUSAL_LOG     (Output)                              *
*                  LOOKUP_AUDIT_LOG     (Output)                              *
*                                                                             *
*   NOTE         : LABOUR_RATE is a new CDD table, not yet generated -      *
*                  PERSON_GRADE PIC X(4), EFFECTIVE_DATE PIC S9(11)V9(7)    *
*                  COMP, HOURLY_RATE PIC 9(5)V99, REC_USER PIC X(8),        *
*                  REC_TMSTAMP PIC S9(11)V9(7) COMP, key PERSON_GRADE +     *
*                  EFFECTIVE_DATE. A DBA/CDD maintainer needs to create the *
*                  table and generate ET_IR/DR_LABOUR_RATE (DR takes the    *
*                  two key columns) and ET_OC/FC/CC_LABOUR_RATE -           *
*                  SEL_PERSON_GRADE in, WHERE PERSON_GRADE >=               *
*                  :SEL_PERSON_GRADE ORDER BY PERSON_GRADE, EFFECTIVE_DATE, *
*                  returning the full row (EZITRAK115 opens it with spaces  *
*                  to load every rate). ET_ST_RO_PROBLEM / ET_ST_RW_PROBLEM *
*                  need LABOUR_RATE adding to their reserving lists. There  *
*                  is no modify - a rate is changed by inserting a line     *
*                  with a later effective date.                             *
*                                                                             *
*   NOTE         : EZITRAK1141_REC is a new CDD screen record, not yet      *
*                  generated - KEY_PRESSED, ERROR_MESSAGE, SEL_PERSON_GRADE *
*                  PIC X(4) and an OCCURS 20 line table of UPDATE_IND,      *
*                  PERSON_GRADE, EFFECTIVE_DATE_TEXT PIC X(11), HOURLY_RATE *
*                  PIC 9(5)V99 and REC_USER - the EZITRAK1101_REC           *
*                  list-screen shape with a start key.                      *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK1143.
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
    copy "EZITRAK_CDD.LABOUR_RATE_REC"           from dictionary.
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

 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.
 01  WS-BINTIM-STATUS                            PIC S9(9) COMP.
 01  WS-EFFECTIVE-BIN                            PIC S9(11)V9(7) COMP.
 01  WS-EFFECTIVE-TEXT                           PIC X(11).
 01  WS-RATE-EDIT                                PIC ZZZZ9.99.

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB1_MAX                                    PIC S9(4) COMP VALUE 20.
*
* ************ TEMP ITEM -- REMOVE AFTER PROG IS OK ***************
 01  TEMP-COUNTER                                PIC S9(9) COMP.

/
LINKAGE SECTION.
 01  MODE_FLAG                                   PIC X.

    copy "EZITRAK_CDD.EZITRAK1141_REC"  from dictionary.

PROCEDURE DIVISION USING MODE_FLAG , EZITRAK1141_REC
                   GIVING EXIT_STATUS.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    EVALUATE MODE_FLAG
    WHEN "F"
        PERFORM 3000-FETCH-RATE-RECORDS
    WHEN "U"
        PERFORM 5000-UPDATE-RATE-RECORDS
    WHEN OTHER
        MOVE 100 TO EXIT_STATUS
    END-EVALUATE.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO    TO SQLCODE.
    MOVE ZERO    TO EXIT_STATUS.
    MOVE "N"     TO TRANSACTION_BEGUN_FLAG.

    MOVE "LABOUR_RATE" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC.
/
3000-FETCH-RATE-RECORDS.
*   THE START KEY SURVIVES THE REFETCH SO "B" RE-LISTS FROM WHERE THE
*   USER ASKED
    MOVE SEL_PERSON_GRADE OF EZITRAK1141_REC
      TO PERSON_GRADE     OF LABOUR_RATE_REC.
    INITIALIZE             EZITRAK1141-REC.
    MOVE PERSON_GRADE     OF LABOUR_RATE_REC
      TO SEL_PERSON_GRADE OF EZITRAK1141_REC.

    PERFORM 7000_START_TRAN_RO.

    CALL "ET_OC_LABOUR_RATE" USING SQLCA
                                 SEL_PERSON_GRADE OF EZITRAK1141_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF LABOUR_RATE_OC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 3150_FETCH VARYING SUB1 FROM 1 BY 1
                               UNTIL NOT SQL_SUCCESS
                               OR SUB1 > SUB1_MAX.

    CALL "ET_CC_LABOUR_RATE" USING SQLCA.

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
    CALL "ET_FC_LABOUR_RATE" USING SQLCA
                                 PERSON_GRADE   OF LABOUR_RATE_REC
                                 EFFECTIVE_DATE OF LABOUR_RATE_REC
                                 HOURLY_RATE    OF LABOUR_RATE_REC
                                 REC_USER       OF LABOUR_RATE_REC
                                 REC_TMSTAMP    OF LABOUR_RATE_REC
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
        MOVE PERSON_GRADE   OF LABOUR_RATE_REC
          TO PERSON_GRADE   OF EZITRAK1141_REC (SUB1).
        MOVE HOURLY_RATE    OF LABOUR_RATE_REC
          TO HOURLY_RATE    OF EZITRAK1141_REC (SUB1).
        MOVE REC_USER       OF LABOUR_RATE_REC
          TO REC_USER       OF EZITRAK1141_REC (SUB1).
        MOVE SPACES TO EFFECTIVE_DATE_TEXT OF EZITRAK1141_REC (SUB1).
        CALL "SYS$ASCTIM" USING
                        BY REFERENCE  WS-ASCTIM-LENGTH
                        BY DESCRIPTOR EFFECTIVE_DATE_TEXT
                                      OF EZITRAK1141_REC (SUB1)
                        BY REFERENCE  EFFECTIVE_DATE OF LABOUR_RATE_REC
                        OMITTED
                  GIVING ERR_RET.
/
5000-UPDATE-RATE-RECORDS.
    PERFORM 7100_START_TRAN_RW.

    PERFORM 8980-CHECK-USER-AUTHORITY.

    IF AUTH_LOOKUP_MAINT OF USER_AUTHORITY_REC NOT = "Y"
        MOVE "NOT AUTHORISED FOR LOOKUP MAINTENANCE - REFUSAL LOGGED"
          TO ERROR_MESSAGE OF EZITRAK1141_REC
        PERFORM 8990-LOG-AUTH-REFUSAL
    ELSE
        MOVE "Y" TO TMP_FLAG
        PERFORM 6550_UPDATE_RATE_LINE VARYING SUB1
                                    FROM 1 BY 1
                                    UNTIL SUB1 > SUB1_MAX
                                    OR TMP_FLAG = "N"
    END-IF.

    PERFORM 7800_CMT_TRAN.
/
6550_UPDATE_RATE_LINE.
    EVALUATE UPDATE_IND OF EZITRAK1141_REC ( SUB1 )
    WHEN "I"
        PERFORM 6551_VALIDATE_RATE_LINE
        IF TMP_FLAG = "Y"
            PERFORM 6552_INSERT_RATE_LINE
        END-IF
    WHEN "D"
        PERFORM 6553_CONVERT_EFFECTIVE_DATE
        IF TMP_FLAG = "Y"
            PERFORM 6554_DELETE_RATE_LINE
        END-IF
    WHEN "M"
        MOVE "N" TO TMP_FLAG
        MOVE "A RATE CANNOT BE MODIFIED - INSERT A NEW EFFECTIVE DATE"
          TO ERROR_MESSAGE OF EZITRAK1141_REC
    WHEN OTHER
        CONTINUE
    END-EVALUATE.
*
6551_VALIDATE_RATE_LINE.
    IF PERSON_GRADE OF EZITRAK1141-REC ( SUB1 ) = SPACES
        MOVE "N" TO TMP_FLAG
        MOVE "GRADE REQUIRED" TO ERROR_MESSAGE OF EZITRAK1141_REC
    END-IF.

    IF TMP_FLAG = "Y"
       AND HOURLY_RATE OF EZITRAK1141-REC ( SUB1 ) NOT > ZERO
        MOVE "N" TO TMP_FLAG
        MOVE "HOURLY RATE MUST BE GREATER THAN ZERO"
          TO ERROR_MESSAGE OF EZITRAK1141_REC
    END-IF.

    IF TMP_FLAG = "Y"
        PERFORM 6553_CONVERT_EFFECTIVE_DATE
    END-IF.
*
6553_CONVERT_EFFECTIVE_DATE.
*   ONLY THE DATE PART COUNTS - A RATE TAKES EFFECT FROM MIDNIGHT, SO
*   THE SAME TEXT ALWAYS GIVES THE SAME KEY FOR THE DELETE
    MOVE EFFECTIVE_DATE_TEXT OF EZITRAK1141-REC ( SUB1 )
      TO WS-EFFECTIVE-TEXT.
    MOVE ZERO TO WS-BINTIM-STATUS.

    CALL "SYS$BINTIM" USING WS-EFFECTIVE-TEXT
                            WS-EFFECTIVE-BIN
                       GIVING WS-BINTIM-STATUS.

    IF WS-BINTIM-STATUS IS FAILURE
        MOVE "N" TO TMP_FLAG
        MOVE "EFFECTIVE DATE NOT UNDERSTOOD - USE DD-MMM-YYYY"
          TO ERROR_MESSAGE OF EZITRAK1141_REC
    END-IF.
*
6552_INSERT_RATE_LINE.
    MOVE PERSON_GRADE OF EZITRAK1141-REC ( SUB1 )
      TO PERSON_GRADE OF LABOUR_RATE_REC.

    MOVE WS-EFFECTIVE-BIN TO EFFECTIVE_DATE OF LABOUR_RATE_REC.

    MOVE HOURLY_RATE  OF EZITRAK1141-REC ( SUB1 )
      TO HOURLY_RATE  OF LABOUR_RATE_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF LABOUR_RATE_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF LABOUR_RATE_REC.

    CALL "ET_IR_LABOUR_RATE" USING SQLCA
                                PERSON_GRADE   OF LABOUR_RATE_REC
                                EFFECTIVE_DATE OF LABOUR_RATE_REC
                                HOURLY_RATE    OF LABOUR_RATE_REC
                                REC_USER       OF LABOUR_RATE_REC
                                REC_TMSTAMP    OF LABOUR_RATE_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 7600_BUILD_RECORD_KEY
        MOVE "I" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        MOVE HOURLY_RATE OF LABOUR_RATE_REC TO WS-RATE-EDIT
        MOVE WS-RATE-EDIT TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
    WHEN SQL_DUPLICATE_IDX
        MOVE "RATE ALREADY ON FILE FOR THAT GRADE AND DATE"
          TO ERROR_MESSAGE OF EZITRAK1141_REC
        MOVE "N" TO TMP_FLAG
    WHEN OTHER
        DISPLAY "ERROR OF LABOUR_RATE_IR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6554_DELETE_RATE_LINE.
    MOVE PERSON_GRADE OF EZITRAK1141-REC ( SUB1 )
      TO PERSON_GRADE OF LABOUR_RATE_REC.

    MOVE WS-EFFECTIVE-BIN TO EFFECTIVE_DATE OF LABOUR_RATE_REC.

    MOVE HOURLY_RATE  OF EZITRAK1141-REC ( SUB1 )
      TO HOURLY_RATE  OF LABOUR_RATE_REC.

    CALL "ET_DR_LABOUR_RATE" USING SQLCA
                                PERSON_GRADE   OF LABOUR_RATE_REC
                                EFFECTIVE_DATE OF LABOUR_RATE_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 7600_BUILD_RECORD_KEY
        MOVE "D" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE HOURLY_RATE OF LABOUR_RATE_REC TO WS-RATE-EDIT
        MOVE WS-RATE-EDIT TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK1141_REC
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1141_REC
    WHEN OTHER
        DISPLAY "ERROR OF LABOUR_RATE_DR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
7600_BUILD_RECORD_KEY.
    MOVE SPACES TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC.

    STRING PERSON_GRADE OF LABOUR_RATE_REC DELIMITED BY SIZE
           " "                             DELIMITED BY SIZE
           WS-EFFECTIVE-TEXT               DELIMITED BY SIZE
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
          TO ERROR_MESSAGE OF EZITRAK1141_REC
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
    MOVE "EZITRAK1143"  TO PROGRAM_NAME  OF AUTH_REFUSAL_LOG_REC.
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
* **************** END OF SOURCE EZITRAK1143 ****************
