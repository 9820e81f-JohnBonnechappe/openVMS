IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK103                                                 *
*   Program Name : My Tasks Worklist                                          *
*   Summary      : Interactive single-screen worklist in the EZITRAK081      *
*                  callback worklist style - on each display it fetches the  *
*                  logged-in user's open PROBLEM_TASK lines, earliest due    *
*                  date first, with the problem and task number, the task    *
*                  description and the due date, flagging the ones already   *
*                  past due. Ticking a line's DONE indicator and pressing    *
*                  "U" closes those tasks ("C"); "R" refreshes the list in   *
*                  place, "E" exits.                                         *
*                                                                             *
*   SCREENS USED : EZITRAK1031                                                *
*                                                                             *
*   TABLES  USED : PROBLEM_TASK         (Update)                             *
*                  USAGE_LOG            (Output)                             *
*                                                                             *
*   NOTE         : PROBLEM_TASK and its modules are described in            *
*                  EZITRAK004's header - this program walks the assignee    *
*                  worklist cursor ET_OC/FC/CC_PERSON_TASK (assignee        *
*                  PERSON_ASSIGNED_ID in, open rows out - PROBLEM_NUMBER,   *
*                  TASK_NUMBER, TASK_DESC, DUE_DATE - ORDER BY DUE_DATE)    *
*                  and closes ticked rows through ET_UR_PROBLEM_TASK_CLOSE. *
*                                                                             *
*   NOTE         : EZITRAK1031_REC is a new CDD screen record, not yet      *
*                  generated - KEY_PRESSED PIC X, ERROR_MESSAGE PIC X(60),  *
*                  TASK_LINE_COUNT PIC S9(4) COMP and an OCCURS 20 line     *
*                  table of DONE_IND PIC X, OVERDUE_IND PIC X, PROBLEM_     *
*                  NUMBER PIC 9(9), TASK_NUMBER PIC 9(3), TASK_DESC PIC     *
*                  X(60), DUE_DATE PIC S9(11)V9(7) COMP and DUE_DATE_TEXT   *
*                  PIC X(23) - in the same FORMS$ library as EZITRAK811.    *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK103.
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
    copy "EZITRAK_CDD.EZITRAK1031_REC"  from dictionary.

    copy "EZITRAK_CDD.PROBLEM_TASK_REC"         from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"       from dictionary.
    copy "EZITRAK_CDD.USAGE_LOG_REC"            from dictionary.
    copy "EZITRAK_CDD.SYSTEM_QUIESCE_REC"       from dictionary.
/
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

 01  SESSION-ID                                  PIC X(16) GLOBAL.
 01  DEVICE-NAME                                 PIC X(9)  VALUE "SYS$INPUT".
 01  FORM-FILE                                   PIC X(11) VALUE
                                                    "EZITRAK1031".
 01  FORMS-STATUS                                PIC S9(9) COMP GLOBAL.
 01  SINGLE_REC_COUNT                            PIC S9(5) COMP VALUE 1 GLOBAL.
 01  NO-TIMEOUT                                  PIC S9(9) COMP VALUE 0 GLOBAL.
 01  ORIGINAL_REQ                                PIC S9(9) COMP VALUE 0 GLOBAL.
 01  NO-OPTIONS                                  PIC S9(9) COMP VALUE 0 GLOBAL.
 01  NO-SHAD                                     PIC S9(9) COMP VALUE 0 GLOBAL.

 01  SEND_REC_NAME                               PIC X(15).
 01  RECE-REC-NAME                               PIC X(15).

 01  HEADER_REC_NAME                             PIC X(15) VALUE
                                                    "EZITRAK1031_REC".

 01  INP_CTL_STRING                              PIC X(25) GLOBAL.
 01  OUT_CTL_STRING                              PIC X(25) GLOBAL.
 01  INP_CTL_COUNT                               PIC S9(9) COMP GLOBAL.
 01  OUT_CTL_COUNT                               PIC S9(9) COMP GLOBAL.
/
 01  STAGE-OF-PROCESSING                         PIC 99.
 01  TRANSACTION_BEGUN_FLAG                      PIC X.

 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.

 01  SUB1                                        PIC S9(4) COMP.
 01  TASK-COUNT                                  PIC S9(4) COMP.
 01  TASK-LINE-MAX                               PIC S9(4) COMP VALUE 20.
*
 01  WS-USAGE-EVENT-FLAG                         PIC X.
 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
*
* ************ TEMP ITEM -- REMOVE AFTER PROG IS OK ***************
 01  TEMP-COUNTER                                PIC S9(9) COMP.
 01  PREVIOUS-STAGE-OF-PROCESSING                PIC 99 VALUE ZERO.
 01  WS-QUIESCE-NOW-BIN                          PIC S9(11)V9(7) COMP.
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
    IF STAGE-OF-PROCESSING = 15
        PERFORM 3000-BUILD-WORKLIST THRU 3000-BUILD-WORKLIST-EXIT.

    IF STAGE-OF-PROCESSING = 20 OR 21
        PERFORM 4000-WORKLIST-SCREEN.

    IF STAGE-OF-PROCESSING = 25
        PERFORM 5000-CLOSE-DONE-TASKS.

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
    MOVE 15      TO STAGE-OF-PROCESSING.
    MOVE ZERO    TO TEMP-COUNTER.
    MOVE ZERO    TO PREVIOUS-STAGE-OF-PROCESSING.
    MOVE ZERO    TO SQLCODE.
    MOVE "N"     TO TRANSACTION_BEGUN_FLAG.

    PERFORM 1050-CHECK-QUIESCE.

    PERFORM 1100-FORM-INIT.

    MOVE "S" TO WS-USAGE-EVENT-FLAG.
    PERFORM 7060-RECORD-USAGE.
*
1100-FORM-INIT.
    CALL "FORMS$ENABLE"
    USING
      OMITTED
      BY DESCRIPTOR  DEVICE_NAME
      BY DESCRIPTOR  SESSION_ID
      BY DESCRIPTOR  FORM-FILE,
    GIVING           FORMS-STATUS.

    IF FORMS-STATUS IS FAILURE
        PERFORM 8200-FORMS-ERROR
        GO TO   9900-EXIT
    END-IF.
/
3000-BUILD-WORKLIST.
    INITIALIZE EZITRAK1031-REC.
    MOVE ZERO TO TASK-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO PERSON_ASSIGNED_ID OF PROBLEM_TASK_REC.

    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_PERSON_TASK" USING SQLCA
                             PERSON_ASSIGNED_ID OF PROBLEM_TASK_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_TASK_OC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR BUILDING TASK WORKLIST"
          TO ERROR_MESSAGE OF EZITRAK1031_REC
        MOVE 20 TO STAGE-OF-PROCESSING
        GO TO 3000-BUILD-WORKLIST-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-TASK UNTIL NOT SQL_SUCCESS
                                OR TASK-COUNT = TASK-LINE-MAX.

    CALL "ET_CC_PERSON_TASK" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_TASK_CC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR BUILDING TASK WORKLIST"
          TO ERROR_MESSAGE OF EZITRAK1031_REC
        MOVE 20 TO STAGE-OF-PROCESSING
        GO TO 3000-BUILD-WORKLIST-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.

    PERFORM 3200-FORMAT-ONE-TASK VARYING SUB1 FROM 1 BY 1
                                 UNTIL SUB1 > TASK-COUNT.

    MOVE TASK-COUNT TO TASK_LINE_COUNT OF EZITRAK1031_REC.

    IF TASK-COUNT = ZERO
        MOVE "NO OPEN TASKS ASSIGNED TO YOU"
          TO ERROR_MESSAGE OF EZITRAK1031_REC
    END-IF.

    MOVE 20 TO STAGE-OF-PROCESSING.
*
3000-BUILD-WORKLIST-EXIT.
    EXIT.
*
3100-FETCH-ONE-TASK.
    CALL "ET_FC_PERSON_TASK" USING SQLCA
                             PROBLEM_NUMBER OF PROBLEM_TASK_REC
                             TASK_NUMBER    OF PROBLEM_TASK_REC
                             TASK_DESC      OF PROBLEM_TASK_REC
                             DUE_DATE       OF PROBLEM_TASK_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO TASK-COUNT
        MOVE PROBLEM_NUMBER OF PROBLEM_TASK_REC
          TO PROBLEM_NUMBER OF EZITRAK1031_REC (TASK-COUNT)
        MOVE TASK_NUMBER    OF PROBLEM_TASK_REC
          TO TASK_NUMBER    OF EZITRAK1031_REC (TASK-COUNT)
        MOVE TASK_DESC      OF PROBLEM_TASK_REC
          TO TASK_DESC      OF EZITRAK1031_REC (TASK-COUNT)
        MOVE DUE_DATE       OF PROBLEM_TASK_REC
          TO DUE_DATE       OF EZITRAK1031_REC (TASK-COUNT)
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_TASK_FC CODE=" SQLCODE WITH CONVERSION
    END-EVALUATE.
/
3200-FORMAT-ONE-TASK.
    MOVE SPACES TO DUE_DATE_TEXT OF EZITRAK1031_REC (SUB1).

    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR DUE_DATE_TEXT
                                          OF EZITRAK1031_REC (SUB1)
                            BY REFERENCE  DUE_DATE
                                          OF EZITRAK1031_REC (SUB1)
                            OMITTED
                      GIVING ERR_RET.

    IF DUE_DATE OF EZITRAK1031_REC (SUB1) < CURRENT_DATE_BIN
        MOVE "*" TO OVERDUE_IND OF EZITRAK1031_REC (SUB1)
    ELSE
        MOVE " " TO OVERDUE_IND OF EZITRAK1031_REC (SUB1)
    END-IF.
/
4000-WORKLIST-SCREEN.
    MOVE SPACE TO KEY_PRESSED OF EZITRAK1031_REC.
    PERFORM 8100-REQUEST-01.
    MOVE SPACES  TO ERROR_MESSAGE OF EZITRAK1031_REC.

    EVALUATE KEY_PRESSED OF EZITRAK1031_REC
    WHEN "E"
        MOVE 99 TO STAGE-OF-PROCESSING
    WHEN "R"
        MOVE 15 TO STAGE-OF-PROCESSING
    WHEN "U"
        MOVE 25 TO STAGE-OF-PROCESSING
    WHEN OTHER
        MOVE 21 TO STAGE-OF-PROCESSING
    END-EVALUATE.
/
5000-CLOSE-DONE-TASKS.
    PERFORM 7100-START_TRAN_RW.

    PERFORM 5100-CLOSE-ONE-TASK THRU 5100-CLOSE-ONE-TASK-END
                                VARYING SUB1 FROM 1 BY 1
                                UNTIL SUB1 > TASK_LINE_COUNT
                                             OF EZITRAK1031_REC.

    PERFORM 7800-CMT_TRAN.

    MOVE 15 TO STAGE-OF-PROCESSING.
*
5100-CLOSE-ONE-TASK.
    IF DONE_IND OF EZITRAK1031_REC (SUB1) NOT = "Y"
        GO TO 5100-CLOSE-ONE-TASK-END
    END-IF.

    MOVE PROBLEM_NUMBER OF EZITRAK1031_REC (SUB1)
      TO PROBLEM_NUMBER OF PROBLEM_TASK_REC.
    MOVE TASK_NUMBER    OF EZITRAK1031_REC (SUB1)
      TO TASK_NUMBER    OF PROBLEM_TASK_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER OF PROBLEM_TASK_REC.

    CALL "SYS$GETTIM" USING
        BY REFERENCE REC_TMSTAMP OF PROBLEM_TASK_REC.
    MOVE REC_TMSTAMP OF PROBLEM_TASK_REC TO CLOSED_DATE OF PROBLEM_TASK_REC.

    CALL "ET_UR_PROBLEM_TASK_CLOSE" USING SQLCA
                             PROBLEM_NUMBER OF PROBLEM_TASK_REC
                             TASK_NUMBER    OF PROBLEM_TASK_REC
                             CLOSED_DATE    OF PROBLEM_TASK_REC
                             REC_USER       OF PROBLEM_TASK_REC
                             REC_TMSTAMP    OF PROBLEM_TASK_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "A TICKED TASK WAS ALREADY CLOSED BY ANOTHER USER"
          TO ERROR_MESSAGE OF EZITRAK1031_REC
    WHEN SQL_LOCKED_RECORD
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1031_REC
    WHEN OTHER
        DISPLAY "ERROR ON TASK_UR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
5100-CLOSE-ONE-TASK-END.
    EXIT.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RO NG CODE=" SQLCODE WITH CONVERSION
        MOVE "UNABLE TO START TRANSACTION" TO ERROR_MESSAGE OF EZITRAK1031_REC
        MOVE 20 TO STAGE-OF-PROCESSING
    END-EVALUATE.
*
7100-START_TRAN_RW.
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN SQL_LOCKED_RECORD
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1031_REC
        MOVE 20 TO STAGE-OF-PROCESSING
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
        MOVE "UNABLE TO START TRANSACTION" TO ERROR_MESSAGE OF EZITRAK1031_REC
        MOVE 20 TO STAGE-OF-PROCESSING
    END-EVALUATE.
*
7800-CMT_TRAN.
    CALL "ET_CMT_TRN" USING SQLCA.

    MOVE "N" TO TRANSACTION_BEGUN_FLAG.
    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "CMT_TRN NG CODE=" SQLCODE WITH CONVERSION
    END-EVALUATE.
*
7900-RLB_TRAN.
    CALL "ET_RLB_TRN" USING SQLCA.

    MOVE "N" TO TRANSACTION_BEGUN_FLAG.
    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "RLB_TRN NG CODE=" SQLCODE WITH CONVERSION
    END-EVALUATE.
*
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
    MOVE HEADER_REC_NAME TO SEND_REC_NAME.
    MOVE HEADER_REC_NAME TO RECE_REC_NAME.

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
      BY DESCRIPTOR  EZITRAK1031_REC
      BY VALUE       NO_SHAD
      BY DESCRIPTOR  EZITRAK1031_REC
      BY VALUE       NO_SHAD
    GIVING           FORMS-STATUS.

    IF FORMS-STATUS IS FAILURE
        PERFORM 8200-FORMS-ERROR
        GO TO   9900-EXIT
    END-IF.
/
7060-RECORD-USAGE.
*   FIRE-AND-FORGET METERING IN THE 7050 LOCK-CONTENTION STYLE - ONE
*   ROW AT STARTUP AND ONE AT EXIT
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    IF SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
        MOVE "EZITRAK103" TO PROGRAM_NAME OF USAGE_LOG_REC
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
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
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
9900-EXIT.
    IF TRANSACTION_BEGUN_FLAG = "Y"
        PERFORM 7900-RLB_TRAN.

    STOP RUN.
*
* **************** END OF SOURCE EZITRAK103 ****************
