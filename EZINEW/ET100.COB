IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK100                                                 *
*   Program Name : Ticket View Log Inquiry                                    *
*   Summary      : Supervisor-only interactive inquiry over                  *
*                  TICKET_VIEW_LOG, the row every problem display now        *
*                  writes (EZITRAK001/004 load, EZITRAK045 caller inquiry,   *
*                  EZITRAK016 timeline, EZITRAK068 as-of inquiry,            *
*                  EZITRAK015 archive inquiry and the EZITRAK003 ticket      *
*                  print). A PROBLEM_NUMBER or a PERSON_ID is keyed with a   *
*                  from/to date range on the EZITRAK1001 screen and the      *
*                  matching views are listed newest first - who looked,      *
*                  with which program and when - so an investigation can     *
*                  say who has seen a ticket. A blank from date means        *
*                  DEFAULT-WINDOW-DAYS (30) back, a blank to date means      *
*                  now. "E" exits, any other key runs the inquiry. A user    *
*                  without SUPERVISOR_FLAG is refused at startup and the     *
*                  refusal goes to AUTH_REFUSAL_LOG. Read-only - nothing is  *
*                  changed.                                                  *
*                                                                             *
*   SCREENS USED : EZITRAK1001                                                *
*                                                                             *
*   TABLES  USED : TICKET_VIEW_LOG      (Input)                              *
*                  PERSON_DETAILS       (Input)                              *
*                  AUTH_REFUSAL_LOG     (Output)                             *
*                                                                             *
*   NOTE         : TICKET_VIEW_LOG is a new CDD table, not yet generated -   *
*                  PROBLEM_NUMBER PIC 9(9), PERSON_ID PIC X(8),              *
*                  PROGRAM_NAME PIC X(12), REC_TMSTAMP PIC S9(11)V9(7) COMP  *
*                  (key PROBLEM_NUMBER + REC_TMSTAMP, with a second index    *
*                  on PERSON_ID + REC_TMSTAMP). A DBA/CDD maintainer needs   *
*                  to create the table and generate ET_IR_TICKET_VIEW_LOG    *
*                  (the writer each displaying program's 7070 calls) and     *
*                  the two windowed cursors read here, newest first, each    *
*                  with a from/to timestamp pair:                            *
*                  ET_OC/FC/CC_TICKET_VIEW_BY_PROBLEM (PROBLEM_NUMBER in)    *
*                  and ET_OC/FC/CC_TICKET_VIEW_BY_PERSON (PERSON_ID in),     *
*                  both returning the full row. The EZITRAK084 housekeeping  *
*                  modules are described in its header.                      *
*                                                                             *
*   NOTE         : EZITRAK1001_REC is a new CDD screen record, not yet       *
*                  generated - KEY_PRESSED PIC X, ERROR_MESSAGE PIC X(60),   *
*                  SEL_PROBLEM_NUMBER PIC 9(9), SEL_PERSON_ID PIC X(8),      *
*                  FROM_DATE / TO_DATE PIC S9(11)V9(7) COMP (DECforms holds  *
*                  the quadword), VIEW_LINE_COUNT PIC S9(4) COMP and         *
*                  VIEW_LINE_TABLE, an OCCURS 50 line table of               *
*                  PROBLEM_NUMBER PIC 9(9), PERSON_ID PIC X(8),              *
*                  PROGRAM_NAME PIC X(12) and REC_TMSTAMP PIC S9(11)V9(7)    *
*                  COMP - the EZITRAK271_REC shape.                          *
*                                                                             *
*   NOTE         : USAGE_LOG (see EZITRAK079's header) meters screen use -   *
*                  7060-RECORD-USAGE writes one fire-and-forget row at       *
*                  startup ("S") and one at exit ("E"), the 7050             *
*                  lock-contention style, feeding the monthly                *
*                  sessions-per-program/user/hour report.                    *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK100.
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
    copy "EZITRAK_CDD.EZITRAK1001_REC"  from dictionary.

    copy "EZITRAK_CDD.TICKET_VIEW_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.AUTH_REFUSAL_LOG_REC"     from dictionary.
    copy "EZITRAK_CDD.USAGE_LOG_REC"            from dictionary.
    copy "EZITRAK_CDD.SYSTEM_QUIESCE_REC"       from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"       from dictionary.
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
                                                    "EZITRAK1001".
 01  FORMS-STATUS                                PIC S9(9) COMP GLOBAL.
 01  SINGLE_REC_COUNT                            PIC S9(5) COMP VALUE 1 GLOBAL.
 01  NO-TIMEOUT                                  PIC S9(9) COMP VALUE 0 GLOBAL.
 01  ORIGINAL_REQ                                PIC S9(9) COMP VALUE 0 GLOBAL.
 01  NO-OPTIONS                                  PIC S9(9) COMP VALUE 0 GLOBAL.
 01  NO-SHAD                                     PIC S9(9) COMP VALUE 0 GLOBAL.

 01  SEND_REC_NAME                               PIC X(15).
 01  RECE-REC-NAME                               PIC X(15).

 01  HEADER_REC_NAME                             PIC X(15) VALUE
                                                    "EZITRAK1001_REC".

 01  INP_CTL_STRING                              PIC X(25) GLOBAL.
 01  OUT_CTL_STRING                              PIC X(25) GLOBAL.
 01  INP_CTL_COUNT                               PIC S9(9) COMP GLOBAL.
 01  OUT_CTL_COUNT                               PIC S9(9) COMP GLOBAL.
/
 01  STAGE-OF-PROCESSING                         PIC 99.
 01  TRANSACTION_BEGUN_FLAG                      PIC X.
 01  SUPERVISOR-OK-FLAG                          PIC X.

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB1_MAX                                    PIC S9(4) COMP VALUE 50.
 01  OUT_SUB1                                    PIC S9(4) COMP.

 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  ONE-DAY-BIN                                 PIC S9(11)V9(7) COMP
                                                    VALUE 864000000000.
 01  DEFAULT-WINDOW-DAYS                         PIC S9(9) COMP VALUE 30.
 01  WS-WINDOW-SPAN-BIN                          PIC S9(11)V9(7) COMP.
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
        PERFORM 3000-READ-VIEW-LOG THRU 3000-READ-VIEW-LOG-EXIT.

    IF STAGE-OF-PROCESSING = 20 OR 21
        PERFORM 4000-VIEW-LOG-SCREEN.

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
    MOVE 20      TO STAGE-OF-PROCESSING.
    MOVE ZERO    TO TEMP-COUNTER.
    MOVE ZERO    TO PREVIOUS-STAGE-OF-PROCESSING.
    MOVE ZERO    TO SQLCODE.
    MOVE "N"     TO TRANSACTION_BEGUN_FLAG.

    PERFORM 1050-CHECK-QUIESCE.

    PERFORM 1060-CHECK-SUPERVISOR.

    PERFORM 1100-FORM-INIT.

    MOVE "S" TO WS-USAGE-EVENT-FLAG.
    PERFORM 7060-RECORD-USAGE.

    INITIALIZE EZITRAK1001-REC.
    MOVE "ENTER A PROBLEM NUMBER OR A PERSON ID AND A DATE RANGE"
      TO ERROR_MESSAGE OF EZITRAK1001_REC.
*
1060-CHECK-SUPERVISOR.
*   WHO HAS LOOKED AT WHAT IS ITSELF SENSITIVE - THE EZITRAK076
*   4050-CHECK-SUPERVISOR TEST, REFUSED BEFORE THE FORM IS ENABLED
    MOVE "N" TO SUPERVISOR-OK-FLAG.

    PERFORM 7000-START_TRAN_RO.

    IF TRANSACTION_BEGUN_FLAG = "N"
        GO TO 9900-EXIT
    END-IF.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO PERSON_ID OF PERSON_DETAILS_REC.

    CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                 PERSON_ID       OF PERSON_DETAILS_REC
                                 PERSON_EMAIL    OF PERSON_DETAILS_REC
                                 SUPERVISOR_FLAG OF PERSON_DETAILS_REC
    END-CALL.

    IF SQL_SUCCESS
       AND SUPERVISOR_FLAG OF PERSON_DETAILS_REC = "Y"
        MOVE "Y" TO SUPERVISOR-OK-FLAG
    END-IF.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.

    IF SUPERVISOR-OK-FLAG = "N"
        PERFORM 8990-LOG-AUTH-REFUSAL
        DISPLAY "THE TICKET VIEW LOG INQUIRY IS FOR SUPERVISORS ONLY"
        GO TO 9900-EXIT
    END-IF.
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
3000-READ-VIEW-LOG.
    INITIALIZE VIEW_LINE_TABLE OF EZITRAK1001_REC.
    MOVE ZERO TO VIEW_LINE_COUNT OF EZITRAK1001_REC.
    MOVE 20 TO STAGE-OF-PROCESSING.

    IF  SEL_PROBLEM_NUMBER OF EZITRAK1001_REC = ZERO
    AND SEL_PERSON_ID      OF EZITRAK1001_REC = SPACES
        MOVE "A PROBLEM NUMBER OR A PERSON ID MUST BE ENTERED"
          TO ERROR_MESSAGE OF EZITRAK1001_REC
        GO TO 3000-READ-VIEW-LOG-EXIT
    END-IF.

    IF  SEL_PROBLEM_NUMBER OF EZITRAK1001_REC NOT = ZERO
    AND SEL_PERSON_ID      OF EZITRAK1001_REC NOT = SPACES
        MOVE "ENTER A PROBLEM NUMBER OR A PERSON ID - NOT BOTH"
          TO ERROR_MESSAGE OF EZITRAK1001_REC
        GO TO 3000-READ-VIEW-LOG-EXIT
    END-IF.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    IF TO_DATE OF EZITRAK1001_REC = ZERO
        MOVE CURRENT_DATE_BIN TO TO_DATE OF EZITRAK1001_REC
    END-IF.

    IF FROM_DATE OF EZITRAK1001_REC = ZERO
        MOVE ONE-DAY-BIN TO WS-WINDOW-SPAN-BIN
        MULTIPLY DEFAULT-WINDOW-DAYS BY WS-WINDOW-SPAN-BIN
        SUBTRACT WS-WINDOW-SPAN-BIN FROM TO_DATE OF EZITRAK1001_REC
                 GIVING FROM_DATE OF EZITRAK1001_REC
    END-IF.

    IF TO_DATE OF EZITRAK1001_REC < FROM_DATE OF EZITRAK1001_REC
        MOVE "THE TO DATE MUST NOT BE BEFORE THE FROM DATE"
          TO ERROR_MESSAGE OF EZITRAK1001_REC
        GO TO 3000-READ-VIEW-LOG-EXIT
    END-IF.

    MOVE 1 TO OUT_SUB1.

    PERFORM 7000-START_TRAN_RO.

    IF TRANSACTION_BEGUN_FLAG = "N"
        GO TO 3000-READ-VIEW-LOG-EXIT
    END-IF.

    IF SEL_PROBLEM_NUMBER OF EZITRAK1001_REC NOT = ZERO
        PERFORM 3100-VIEWS-BY-PROBLEM
    ELSE
        PERFORM 3200-VIEWS-BY-PERSON
    END-IF.

    PERFORM 7800-CMT_TRAN.

    SUBTRACT 1 FROM OUT_SUB1 GIVING VIEW_LINE_COUNT OF EZITRAK1001_REC.

    IF VIEW_LINE_COUNT OF EZITRAK1001_REC = ZERO
        MOVE "NO VIEWS RECORDED IN THAT DATE RANGE"
          TO ERROR_MESSAGE OF EZITRAK1001_REC
    ELSE
        IF VIEW_LINE_COUNT OF EZITRAK1001_REC = SUB1_MAX
            MOVE "MORE VIEWS ON FILE - NARROW THE DATE RANGE"
              TO ERROR_MESSAGE OF EZITRAK1001_REC
        END-IF
    END-IF.
3000-READ-VIEW-LOG-EXIT.
*
3100-VIEWS-BY-PROBLEM.
    CALL "ET_OC_TICKET_VIEW_BY_PROBLEM" USING SQLCA
                                 SEL_PROBLEM_NUMBER OF EZITRAK1001_REC
                                 FROM_DATE          OF EZITRAK1001_REC
                                 TO_DATE            OF EZITRAK1001_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TICKET_VIEW_OC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING TICKET VIEW LOG"
          TO ERROR_MESSAGE OF EZITRAK1001_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3150-FETCH-ONE-BY-PROBLEM UNTIL NOT SQL_SUCCESS
                                      OR OUT_SUB1 > SUB1_MAX.

    CALL "ET_CC_TICKET_VIEW_BY_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TICKET_VIEW_CC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING TICKET VIEW LOG"
          TO ERROR_MESSAGE OF EZITRAK1001_REC
        GO TO 9900-EXIT
    END-EVALUATE.
*
3150-FETCH-ONE-BY-PROBLEM.
    CALL "ET_FC_TICKET_VIEW_BY_PROBLEM" USING SQLCA
                                 PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC
                                 PERSON_ID      OF TICKET_VIEW_LOG_REC
                                 PROGRAM_NAME   OF TICKET_VIEW_LOG_REC
                                 REC_TMSTAMP    OF TICKET_VIEW_LOG_REC
    END-CALL.

    PERFORM 3300-STORE-VIEW-LINE.
/
3200-VIEWS-BY-PERSON.
    CALL "ET_OC_TICKET_VIEW_BY_PERSON" USING SQLCA
                                 SEL_PERSON_ID OF EZITRAK1001_REC
                                 FROM_DATE     OF EZITRAK1001_REC
                                 TO_DATE       OF EZITRAK1001_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TICKET_VIEW_OC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING TICKET VIEW LOG"
          TO ERROR_MESSAGE OF EZITRAK1001_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3250-FETCH-ONE-BY-PERSON UNTIL NOT SQL_SUCCESS
                                     OR OUT_SUB1 > SUB1_MAX.

    CALL "ET_CC_TICKET_VIEW_BY_PERSON" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TICKET_VIEW_CC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING TICKET VIEW LOG"
          TO ERROR_MESSAGE OF EZITRAK1001_REC
        GO TO 9900-EXIT
    END-EVALUATE.
*
3250-FETCH-ONE-BY-PERSON.
    CALL "ET_FC_TICKET_VIEW_BY_PERSON" USING SQLCA
                                 PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC
                                 PERSON_ID      OF TICKET_VIEW_LOG_REC
                                 PROGRAM_NAME   OF TICKET_VIEW_LOG_REC
                                 REC_TMSTAMP    OF TICKET_VIEW_LOG_REC
    END-CALL.

    PERFORM 3300-STORE-VIEW-LINE.
/
3300-STORE-VIEW-LINE.
    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF OUT_SUB1 <= SUB1_MAX
            MOVE PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC
              TO PROBLEM_NUMBER OF EZITRAK1001_REC (OUT_SUB1)
            MOVE PERSON_ID      OF TICKET_VIEW_LOG_REC
              TO PERSON_ID      OF EZITRAK1001_REC (OUT_SUB1)
            MOVE PROGRAM_NAME   OF TICKET_VIEW_LOG_REC
              TO PROGRAM_NAME   OF EZITRAK1001_REC (OUT_SUB1)
            MOVE REC_TMSTAMP    OF TICKET_VIEW_LOG_REC
              TO REC_TMSTAMP    OF EZITRAK1001_REC (OUT_SUB1)
            ADD 1 TO OUT_SUB1
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TICKET_VIEW_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
4000-VIEW-LOG-SCREEN.
    MOVE SPACE TO KEY_PRESSED OF EZITRAK1001_REC.
    PERFORM 8100-REQUEST-01.
    MOVE SPACES  TO ERROR_MESSAGE OF EZITRAK1001_REC.

    EVALUATE KEY_PRESSED OF EZITRAK1001_REC
    WHEN "E"
        MOVE 99 TO STAGE-OF-PROCESSING
    WHEN OTHER
        MOVE 15 TO STAGE-OF-PROCESSING
    END-EVALUATE.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RO NG CODE=" SQLCODE WITH CONVERSION
        MOVE "UNABLE TO START TRANSACTION"
          TO ERROR_MESSAGE OF EZITRAK1001_REC
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
      BY DESCRIPTOR  EZITRAK1001_REC
      BY VALUE       NO_SHAD
      BY DESCRIPTOR  EZITRAK1001_REC
      BY VALUE       NO_SHAD
    GIVING           FORMS-STATUS.

    IF FORMS-STATUS IS FAILURE
        PERFORM 8200-FORMS-ERROR
        GO TO   9900-EXIT
    END-IF.
/
8990-LOG-AUTH-REFUSAL.
*   FIRE-AND-FORGET - THE REFUSAL ITSELF STANDS EVEN IF THE LOG ROW
*   CANNOT BE WRITTEN
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    IF SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
        MOVE "EZITRAK100"    TO PROGRAM_NAME  OF AUTH_REFUSAL_LOG_REC
        MOVE CURRENT_USER_ID TO PERSON_ID     OF AUTH_REFUSAL_LOG_REC
        MOVE "VIEWLOG"       TO FUNCTION_CODE OF AUTH_REFUSAL_LOG_REC

        CALL "SYS$GETTIM" USING
            BY REFERENCE REC_TMSTAMP OF AUTH_REFUSAL_LOG_REC

        CALL "ET_IR_AUTH_REFUSAL_LOG" USING SQLCA
                                 PROGRAM_NAME  OF AUTH_REFUSAL_LOG_REC
                                 PERSON_ID     OF AUTH_REFUSAL_LOG_REC
                                 FUNCTION_CODE OF AUTH_REFUSAL_LOG_REC
                                 REC_TMSTAMP   OF AUTH_REFUSAL_LOG_REC
        END-CALL

        IF NOT SQL_SUCCESS AND NOT SQL_DUPLICATE_IDX
            DISPLAY "ERROR OF AUTH_REFUSAL_IR CODE=" SQLCODE
                    WITH CONVERSION
        END-IF

        MOVE ZERO TO SQLCODE

        CALL "ET_CMT_TRN" USING SQLCA
        MOVE "N" TO TRANSACTION_BEGUN_FLAG
    ELSE
        DISPLAY "UNABLE TO RECORD REFUSAL CODE=" SQLCODE WITH CONVERSION
        MOVE ZERO TO SQLCODE
    END-IF.
/
7060-RECORD-USAGE.
*   FIRE-AND-FORGET METERING IN THE 7050 LOCK-CONTENTION STYLE - ONE
*   ROW AT STARTUP AND ONE AT EXIT, SO LICENCE AND RETIREMENT TALK
*   FINALLY HAS NUMBERS
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    IF SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
        MOVE "EZITRAK100" TO PROGRAM_NAME OF USAGE_LOG_REC
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
* **************** END OF SOURCE EZITRAK100 ****************
