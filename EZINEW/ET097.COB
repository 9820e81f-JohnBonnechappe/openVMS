IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK097                                                 *
*   Program Name : Report Definition Maintenance                              *
*   Summary      : On startup fetches every REPORT_DEFINITION row (via      *
*                  EZITRAK0973, mode "F") and displays the definition list  *
*                  screen (EZITRAK971); insert/update/delete lines are      *
*                  applied by calling EZITRAK0973 in mode "U" - the same    *
*                  driver shape as EZITRAK093's planned outage maintenance. *
*                  A row names an ad-hoc report: the PROBLEM_DETAILS and    *
*                  lookup columns to print, the selection criteria, the     *
*                  sort column and order, and whether it prints or writes   *
*                  CSV. EZITRAK098 runs a named definition, or every        *
*                  definition flagged for the nightly EZITRAK026 chain.     *
*                                                                             *
*   SCREENS USED : EZITRAK971                                                 *
*                                                                             *
*   TABLES  USED : REPORT_DEFINITION    (Input-Output, via EZITRAK0973)      *
*                                                                             *
*   NOTE         : see EZITRAK0973.COB's header for the CDD/SQL-module       *
*                  additions (REPORT_DEFINITION table, EZITRAK971_REC        *
*                  screen record, the ET_* modules) this program depends on. *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK097.
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
    copy "EZITRAK_CDD.EZITRAK971_REC"  from dictionary.
    copy "EZITRAK_CDD.SYSTEM_QUIESCE_REC"       from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"       from dictionary.
    copy "EZITRAK_CDD.USAGE_LOG_REC"            from dictionary.
/
 01  SESSION-ID                                  PIC X(16) GLOBAL.
 01  DEVICE-NAME                                 PIC X(9)  VALUE "SYS$INPUT".
 01  FORM-FILE                                   PIC X(10) VALUE
                                                    "EZITRAK971".
 01  FORMS-STATUS                                PIC S9(9) COMP GLOBAL.
 01  SINGLE_REC_COUNT                            PIC S9(5) COMP VALUE 1 GLOBAL.
 01  NO-TIMEOUT                                  PIC S9(9) COMP VALUE 0 GLOBAL.
 01  ORIGINAL_REQ                                PIC S9(9) COMP VALUE 0 GLOBAL.
 01  NO-OPTIONS                                  PIC S9(9) COMP VALUE 0 GLOBAL.
 01  NO-SHAD                                     PIC S9(9) COMP VALUE 0 GLOBAL.

 01  SEND_REC_NAME                               PIC X(14).
 01  RECE-REC-NAME                               PIC X(14).

 01  DEFN_REC_NAME                                PIC X(14) VALUE
                                                    "EZITRAK971_REC".

 01  INP_CTL_STRING                              PIC X(25) GLOBAL.
 01  OUT_CTL_STRING                              PIC X(25) GLOBAL.
 01  INP_CTL_COUNT                               PIC S9(9) COMP GLOBAL.
 01  OUT_CTL_COUNT                               PIC S9(9) COMP GLOBAL.
/
 01  TMP-FLAG                                    PIC X.
 01  STAGE-OF-PROCESSING                         PIC 99.
 01  FETCH_MODE                                  PIC X VALUE "F".
 01  UPDATE_MODE                                 PIC X VALUE "U".

 01  ERR_RET                                     PIC S9(9) COMP.
 01  ERR_SUB                                     PIC  9(9) COMP.
 01  ERR_FLAGS                                   PIC  9(9) COMP.
 01  ERR_LENGTH                                  PIC  9(9) COMP.
 01  ERR_BUFFER                                  PIC  X(80).
 01  SS$_NORMAL                                  PIC S9(9) COMP
     VALUE IS EXTERNAL SS$_NORMAL.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.

 01  FORMS$AR_FORM_TABLE                         PIC S9(9) COMP
                                            VALUE EXTERNAL FORMS$AR_FORM_TABLE.

 01  CURRENT_USER_ID                             PIC X(8).
 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  TRANSACTION_BEGUN_FLAG                      PIC X.

 01  EXIT_STATUS                                 PIC S9(9) COMP.

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB1_MAX                                    PIC S9(4) COMP VALUE 20.
*
* ************ TEMP ITEM -- REMOVE AFTER PROG IS OK ***************
 01  TEMP-COUNTER                                PIC S9(9) COMP.
 01  PREVIOUS-STAGE-OF-PROCESSING                PIC 99 VALUE ZERO.
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

 01  WS-QUIESCE-NOW-BIN                          PIC S9(11)V9(7) COMP.
 01  WS-USAGE-EVENT-FLAG                         PIC X.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM DISTRIBUTOR-PARA UNTIL STAGE-OF-PROCESSING = 99.

    PERFORM 8000-FINALISATION.
    MOVE "E" TO WS-USAGE-EVENT-FLAG.
    PERFORM 7060-RECORD-USAGE.

    GO TO 9900-EXIT.
*
DISTRIBUTOR-PARA.
    IF STAGE-OF-PROCESSING = 10
        PERFORM 2000-GET-DEFINITION-RECORDS.

    IF STAGE-OF-PROCESSING = 20
        PERFORM 3000-DEFINITION-LIST-SCREEN.

    IF STAGE-OF-PROCESSING = 25
        PERFORM 3500-UPDATE-DEFINITION-RECORDS.

    IF STAGE-OF-PROCESSING = PREVIOUS-STAGE-OF-PROCESSING
        ADD 1 TO TEMP-COUNTER
    ELSE
        MOVE ZERO TO TEMP-COUNTER
        MOVE STAGE-OF-PROCESSING TO PREVIOUS-STAGE-OF-PROCESSING
    END-IF.

    IF TEMP-COUNTER > 10
        DISPLAY "TEMP COUNTER EXCEEDED - PROGRAM MAY BE LOOPING"
        GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE 10      TO STAGE-OF-PROCESSING.
    MOVE ZERO    TO TEMP-COUNTER.
    MOVE ZERO    TO PREVIOUS-STAGE-OF-PROCESSING.
    MOVE "N"     TO TRANSACTION_BEGUN_FLAG.

    PERFORM 1050-CHECK-QUIESCE.

    PERFORM 1100-FORM-INIT.

    MOVE "S" TO WS-USAGE-EVENT-FLAG.
    PERFORM 7060-RECORD-USAGE.
*
1100-FORM-INIT.
    CALL "FORMS$ENABLE"
    USING
      BY VALUE       FORMS$AR_FORM_TABLE
      BY DESCRIPTOR  DEVICE_NAME
      BY DESCRIPTOR  SESSION_ID
      BY DESCRIPTOR  FORM-FILE,
    GIVING           FORMS-STATUS.

    IF FORMS-STATUS IS FAILURE
        PERFORM 8200-FORMS-ERROR
        GO TO   9900-EXIT
    END-IF.
/
2000-GET-DEFINITION-RECORDS.
    INITIALIZE EZITRAK971-REC.

    CALL "EZITRAK0973" USING FETCH_MODE, EZITRAK971_REC
                       GIVING EXIT_STATUS.

    IF EXIT_STATUS NOT = ZERO
        MOVE "ERROR RETRIEVING REPORT DEFINITION RECORDS"
          TO ERROR_MESSAGE OF EZITRAK971_REC
    END-IF.

    MOVE 20 TO STAGE-OF-PROCESSING.
/
3000-DEFINITION-LIST-SCREEN.
    MOVE SPACE TO KEY_PRESSED OF EZITRAK971_REC.
    PERFORM 8100-REQUEST-01.
    MOVE SPACES  TO ERROR_MESSAGE OF EZITRAK971_REC.

    EVALUATE KEY_PRESSED OF EZITRAK971_REC
    WHEN "E"
        MOVE 99 TO STAGE-OF-PROCESSING
    WHEN "B"
        MOVE 10 TO STAGE-OF-PROCESSING
    WHEN OTHER
        MOVE 25 TO STAGE-OF-PROCESSING
    END-EVALUATE.
/
3500-UPDATE-DEFINITION-RECORDS.
    CALL "EZITRAK0973" USING UPDATE_MODE, EZITRAK971_REC
                       GIVING EXIT_STATUS.

    IF EXIT_STATUS NOT = ZERO
        MOVE 20 TO STAGE-OF-PROCESSING
    ELSE
        MOVE "REPORT DEFINITION RECORDS UPDATED"
          TO ERROR_MESSAGE OF EZITRAK971_REC
        MOVE 10 TO STAGE-OF-PROCESSING
    END-IF.
/
8000-FINALISATION.
    CALL            "FORMS$DISABLE"
    USING
      BY DESCRIPTOR  SESSION_ID,
    GIVING           FORMS-STATUS.

    IF FORMS-STATUS IS FAILURE
        PERFORM 8200-FORMS-ERROR
        GO TO   9900-EXIT
    END-IF.
*
8200-FORMS-ERROR.
    CALL "LIB$SIGNAL" USING BY VALUE FORMS_STATUS.
*
8100-REQUEST-01.
    MOVE DEFN_REC_NAME TO SEND_REC_NAME.
    MOVE DEFN_REC_NAME TO RECE_REC_NAME.

    CALL "FORMS$TRANSCEIVE"
    USING
      BY DESCRIPTOR  SESSION_ID
      BY DESCRIPTOR  SEND_REC_NAME
      BY REFERENCE   SINGLE_REC_COUNT
      BY DESCRIPTOR  RECE_REC_NAME
      BY REFERENCE   SINGLE_REC_COUNT
      BY DESCRIPTOR  INP_CTL_STRING
      BY REFERENCE   INP_CTL_COUNT
      BY DESCRIPTOR  OUT_CTL_STRING
      BY REFERENCE   OUT_CTL_COUNT
      BY VALUE       NO_TIMEOUT
                     ORIGINAL_REQ
                     NO_OPTIONS
      BY DESCRIPTOR  EZITRAK971_REC
      BY VALUE       NO_SHAD
      BY DESCRIPTOR  EZITRAK971_REC
      BY VALUE       NO_SHAD
    GIVING           FORMS-STATUS.

    IF FORMS-STATUS IS FAILURE
        PERFORM 8200-FORMS-ERROR
        GO TO   9900-EXIT
    END-IF.
*
1050-CHECK-QUIESCE.
*   THE BATCH WINDOW IS PROTECTED - WHEN OPERATIONS HAS SET THE
*   SYSTEM_QUIESCE FLAG, POLITELY REFUSE AT STARTUP UNLESS THE USER
*   HOLDS THE SUPERVISOR FLAG OR THE POSTED END TIME HAS PASSED
    CALL "ET_ST_RO_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RO NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.

    CALL "ET_SS_SYSTEM_QUIESCE" USING SQLCA
                                 QUIESCE_FLAG    OF SYSTEM_QUIESCE_REC
                                 QUIESCE_MESSAGE OF SYSTEM_QUIESCE_REC
                                 END_TMSTAMP     OF SYSTEM_QUIESCE_REC
                                 REC_USER        OF SYSTEM_QUIESCE_REC
                                 REC_TMSTAMP     OF SYSTEM_QUIESCE_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO QUIESCE_FLAG OF SYSTEM_QUIESCE_REC
    WHEN OTHER
        DISPLAY "ERROR ON SYSTEM_QUIESCE_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    IF QUIESCE_FLAG OF SYSTEM_QUIESCE_REC = "Y"
        CALL "SYS$GETTIM" USING BY REFERENCE WS-QUIESCE-NOW-BIN
        IF END_TMSTAMP OF SYSTEM_QUIESCE_REC NOT = ZERO
           AND END_TMSTAMP OF SYSTEM_QUIESCE_REC < WS-QUIESCE-NOW-BIN
            CONTINUE
        ELSE
            PERFORM 8700-GET-USER
            MOVE CURRENT_USER_ID TO PERSON_ID OF PERSON_DETAILS_REC
            CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                 PERSON_ID       OF PERSON_DETAILS_REC
                                 PERSON_EMAIL    OF PERSON_DETAILS_REC
                                 SUPERVISOR_FLAG OF PERSON_DETAILS_REC
            END-CALL
            IF SQL_SUCCESS
               AND SUPERVISOR_FLAG OF PERSON_DETAILS_REC = "Y"
                DISPLAY "SYSTEM QUIESCED - SUPERVISOR OVERRIDE ACCEPTED"
            ELSE
                DISPLAY "SYSTEM QUIESCED FOR THE BATCH WINDOW - "
                DISPLAY QUIESCE_MESSAGE OF SYSTEM_QUIESCE_REC
                MOVE ZERO TO SQLCODE
                CALL "ET_CMT_TRN" USING SQLCA
                MOVE "N" TO TRANSACTION_BEGUN_FLAG
                GO TO 9900-EXIT
            END-IF
            MOVE ZERO TO SQLCODE
        END-IF
    END-IF.

    CALL "ET_CMT_TRN" USING SQLCA.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO SQLCODE.
/
7060-RECORD-USAGE.
*   FIRE-AND-FORGET METERING IN THE 7050 LOCK-CONTENTION STYLE - ONE
*   ROW AT STARTUP AND ONE AT EXIT, SO LICENCE AND RETIREMENT TALK
*   FINALLY HAS NUMBERS
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    IF SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
        MOVE "EZITRAK097" TO PROGRAM_NAME OF USAGE_LOG_REC
        MOVE WS-USAGE-EVENT-FLAG TO EVENT_FLAG OF USAGE_LOG_REC

        PERFORM 8700-GET-USER
        MOVE CURRENT_USER_ID TO PERSON_ID OF USAGE_LOG_REC

        CALL "SYS$GETTIM" USING
            BY REFERENCE REC_TMSTAMP OF USAGE_LOG_REC

        CALL "ET_IR_USAGE_LOG" USING SQLCA
                             PROGRAM_NAME OF USAGE_LOG_REC
                             PERSON_ID    OF USAGE_LOG_REC
                             EVENT_FLAG   OF USAGE_LOG_REC
                             REC_TMSTAMP  OF USAGE_LOG_REC
        END-CALL

        IF NOT SQL_SUCCESS AND NOT SQL_DUPLICATE_IDX
            DISPLAY "ERROR ON USAGE_LOG_IR CODE=" SQLCODE WITH CONVERSION
        END-IF

        MOVE ZERO TO SQLCODE

        CALL "ET_CMT_TRN" USING SQLCA
        MOVE "N" TO TRANSACTION_BEGUN_FLAG
    ELSE
        DISPLAY "UNABLE TO RECORD USAGE CODE=" SQLCODE WITH CONVERSION
        MOVE ZERO TO SQLCODE
    END-IF.
/
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
/
9900-EXIT.

    STOP RUN.
*
* **************** END OF SOURCE EZITRAK097 ****************
