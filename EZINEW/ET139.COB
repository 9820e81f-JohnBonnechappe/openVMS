IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK139                                                 *
*   Program Name : Person Profile Inquiry                                     *
*   Summary      : Read-only interactive inquiry showing everything the      *
*                  system holds about one PERSON_ID on the EZITRAK1391       *
*                  screen, so the desk can ring someone back or move their   *
*                  work without opening five screens: the PERSON_DETAILS     *
*                  row with its leave dates, team leader and department;     *
*                  the problems they have open as assignee; problems from    *
*                  the last RECENT-DAYS (90) where they are the contact or   *
*                  an extra PROBLEM_CONTACT_DETAILS contact; their pending   *
*                  CALLBACK_PROMISE rows (promised by them or to them),      *
*                  unacknowledged ALERT_DETAILS, PROBLEM_WATCH               *
*                  subscriptions and SKILL_DETAILS; and their current or     *
*                  next ON_CALL_ROSTER slot. Problems go on the problem      *
*                  line table (role A assignee, C contact, X extra           *
*                  contact); everything else is a text line. "J" with a      *
*                  PRINT_LINE_NUMBER jumps into EZITRAK004 on that problem   *
*                  through the EZITRAK_SELECTED_PROBLEM logical, exactly     *
*                  as the EZITRAK003 browse does; "E" exits; any other key   *
*                  runs the inquiry. A confidential problem the user may     *
*                  not see lists as RESTRICTED, the EZITRAK003 rule.         *
*                                                                             *
*   SCREENS USED : EZITRAK1391                                                *
*                                                                             *
*   TABLES  USED : PERSON_DETAILS          (Input)                           *
*                  PROBLEM_DETAILS         (Input)                           *
*                  PROBLEM_CONTACT_DETAILS (Input)                           *
*                  PROBLEM_ACCESS          (Input)                           *
*                  CALLBACK_PROMISE        (Input)                           *
*                  ALERT_DETAILS           (Input)                           *
*                  PROBLEM_WATCH           (Input)                           *
*                  SKILL_DETAILS           (Input)                           *
*                  ON_CALL_ROSTER          (Input)                           *
*                                                                             *
*   NOTE         : Existing modules are reused wherever one fits -          *
*                  ET_SS_PERSON_DETAILS in the EZITRAK0053 shape,            *
*                  ET_SS_PERSON_TEAM_LEADER / _DEPARTMENT, EZITRAK003's      *
*                  ET_OC6 assignee cursor, EZITRAK119's                      *
*                  ET_OC_PROBLEM_BY_CONTACT, EZITRAK082's                    *
*                  ET_OC_CALLBACK_PENDING, EZITRAK010's                      *
*                  ET_OC_ALERT_UNACKED and the full-table                    *
*                  ET_OC_SKILL_DETAILS / ET_OC_ON_CALL_ROSTER scans,         *
*                  filtered here. Two new cursors are needed from a          *
*                  DBA/CDD maintainer: ET_OC/FC/CC_PROBLEM_CONTACT_BY_PERSON *
*                  (CONTACT_PERSON_ID and a from timestamp in, REC_TMSTAMP   *
*                  on or after it, returning PROBLEM_NUMBER and              *
*                  LINE_NUMBER) and ET_OC/FC/CC_PROBLEM_WATCH_BY_PERSON      *
*                  (PERSON_ID in, returning PROBLEM_NUMBER).                 *
*                                                                             *
*   NOTE         : EZITRAK1391_REC is a new CDD screen record, not yet       *
*                  generated - KEY_PRESSED PIC X, ERROR_MESSAGE PIC X(60),   *
*                  SEL_PERSON_ID PIC X(8), PRINT_LINE_NUMBER PIC S9(4)       *
*                  COMP, the PERSON_DETAILS display fields PERSON_DESC,      *
*                  PERSON_PHONE, PERSON_EMAIL, AWAY_FROM_DATE and            *
*                  BACK_ON_DATE (PERSON_DETAILS pictures), TEAM_LEADER_ID    *
*                  and DEPARTMENT_ID PIC X(8), ON_CALL_APPLICATION_ID PIC    *
*                  X(4) with ON_CALL_FROM / ON_CALL_TO PIC S9(11)V9(7) COMP, *
*                  PROBLEM_LINE_COUNT PIC S9(4) COMP and PROBLEM_LINE_TABLE  *
*                  OCCURS 30 of PROBLEM_NUMBER PIC 9(9), PROBLEM_ROLE PIC X, *
*                  PROBLEM_STATUS PIC X, PRIORITY_ID PIC X(2) and            *
*                  PROBLEM_DESC PIC X(40), then OTHER_LINE_COUNT PIC S9(4)   *
*                  COMP and OTHER_LINE_TABLE OCCURS 30 of OTHER_LINE PIC     *
*                  X(70).                                                    *
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
PROGRAM-ID. EZITRAK139.
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
    copy "EZITRAK_CDD.EZITRAK1391_REC"  from dictionary.

    copy "EZITRAK_CDD.PERSON_DETAILS_REC"          from dictionary.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"         from dictionary.
    copy "EZITRAK_CDD.PROBLEM_CONTACT_DETAILS_REC" from dictionary.
    copy "EZITRAK_CDD.PROBLEM_ACCESS_REC"          from dictionary.
    copy "EZITRAK_CDD.CALLBACK_PROMISE_REC"        from dictionary.
    copy "EZITRAK_CDD.ALERT_DETAILS_REC"           from dictionary.
    copy "EZITRAK_CDD.PROBLEM_WATCH_REC"           from dictionary.
    copy "EZITRAK_CDD.SKILL_DETAILS_REC"           from dictionary.
    copy "EZITRAK_CDD.ON_CALL_ROSTER_REC"          from dictionary.
    copy "EZITRAK_CDD.USAGE_LOG_REC"               from dictionary.
    copy "EZITRAK_CDD.SYSTEM_QUIESCE_REC"          from dictionary.
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
                                                    "EZITRAK1391".
 01  FORMS-STATUS                                PIC S9(9) COMP GLOBAL.
 01  SINGLE_REC_COUNT                            PIC S9(5) COMP VALUE 1 GLOBAL.
 01  NO-TIMEOUT                                  PIC S9(9) COMP VALUE 0 GLOBAL.
 01  ORIGINAL_REQ                                PIC S9(9) COMP VALUE 0 GLOBAL.
 01  NO-OPTIONS                                  PIC S9(9) COMP VALUE 0 GLOBAL.
 01  NO-SHAD                                     PIC S9(9) COMP VALUE 0 GLOBAL.

 01  SEND_REC_NAME                               PIC X(15).
 01  RECE-REC-NAME                               PIC X(15).

 01  HEADER_REC_NAME                             PIC X(15) VALUE
                                                    "EZITRAK1391_REC".

 01  INP_CTL_STRING                              PIC X(25) GLOBAL.
 01  OUT_CTL_STRING                              PIC X(25) GLOBAL.
 01  INP_CTL_COUNT                               PIC S9(9) COMP GLOBAL.
 01  OUT_CTL_COUNT                               PIC S9(9) COMP GLOBAL.
/
 01  STAGE-OF-PROCESSING                         PIC 99.
 01  TRANSACTION_BEGUN_FLAG                      PIC X.
 01  PERSON-FOUND-FLAG                           PIC X.

 01  SUB1_MAX                                    PIC S9(4) COMP VALUE 30.
 01  OUT_SUB1                                    PIC S9(4) COMP.
 01  SUB2_MAX                                    PIC S9(4) COMP VALUE 30.
 01  OUT_SUB2                                    PIC S9(4) COMP.
 01  LINES-DROPPED-FLAG                          PIC X.

 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  ONE-DAY-BIN                                 PIC S9(11)V9(7) COMP
                                                    VALUE 864000000000.
 01  RECENT-DAYS                                 PIC S9(4) COMP VALUE 90.
 01  RECENT-START-BIN                            PIC S9(11)V9(7) COMP.
 01  WS-RECENT-SPAN-BIN                          PIC S9(11)V9(7) COMP.

 01  WS-LINE-ROLE                                PIC X.
 01  WS-OTHER-TEXT                               PIC X(70).
 01  WS-EDIT-PROBLEM-NUMBER                      PIC ZZZZZZZZ9.
 01  WS-EDIT-SKILL-LEVEL                         PIC Z9.
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.
 01  WS-TIME-TEXT                                PIC X(23).
 01  WS-TIME-BIN                                 PIC S9(11)V9(7) COMP.
 01  WS-CALLBACK-SIDE                            PIC X(12).

 01  WS-CONFIDENTIAL-FLAG                        PIC X.
 01  CONFIDENTIAL-OK-FLAG                        PIC X.
 01  WS-CONF-RECORDER-ID                         PIC X(8).
 01  WS-CONF-ASSIGNED-ID                         PIC X(8).

 01  ON-CALL-FOUND-FLAG                          PIC X.

 01  WS-JUMP-LOGICAL-NAME                        PIC X(24) VALUE
                                                 "EZITRAK_SELECTED_PROBLEM".
 01  WS-JUMP-TABLE-NAME                          PIC X(7)  VALUE "LNM$JOB".
 01  WS-JUMP-VALUE                               PIC 9(9).
 01  WS-SPAWN-COMMAND                            PIC X(20).
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
        PERFORM 3000-READ-PROFILE THRU 3000-READ-PROFILE-EXIT.

    IF STAGE-OF-PROCESSING = 20 OR 21
        PERFORM 4000-PROFILE-SCREEN.

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

    PERFORM 1100-FORM-INIT.

    MOVE "S" TO WS-USAGE-EVENT-FLAG.
    PERFORM 7060-RECORD-USAGE.

    INITIALIZE EZITRAK1391-REC.
    MOVE "ENTER A PERSON ID" TO ERROR_MESSAGE OF EZITRAK1391_REC.
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
3000-READ-PROFILE.
    MOVE 20 TO STAGE-OF-PROCESSING.

    MOVE SPACES TO PERSON_DESC            OF EZITRAK1391_REC.
    MOVE SPACES TO PERSON_PHONE           OF EZITRAK1391_REC.
    MOVE SPACES TO PERSON_EMAIL           OF EZITRAK1391_REC.
    MOVE ZERO   TO AWAY_FROM_DATE         OF EZITRAK1391_REC.
    MOVE ZERO   TO BACK_ON_DATE           OF EZITRAK1391_REC.
    MOVE SPACES TO TEAM_LEADER_ID         OF EZITRAK1391_REC.
    MOVE SPACES TO DEPARTMENT_ID          OF EZITRAK1391_REC.
    MOVE SPACES TO ON_CALL_APPLICATION_ID OF EZITRAK1391_REC.
    MOVE ZERO   TO ON_CALL_FROM           OF EZITRAK1391_REC.
    MOVE ZERO   TO ON_CALL_TO             OF EZITRAK1391_REC.
    INITIALIZE PROBLEM_LINE_TABLE OF EZITRAK1391_REC.
    INITIALIZE OTHER_LINE_TABLE   OF EZITRAK1391_REC.
    MOVE ZERO TO PROBLEM_LINE_COUNT OF EZITRAK1391_REC.
    MOVE ZERO TO OTHER_LINE_COUNT   OF EZITRAK1391_REC.

    IF SEL_PERSON_ID OF EZITRAK1391_REC = SPACES
        MOVE "A PERSON ID MUST BE ENTERED"
          TO ERROR_MESSAGE OF EZITRAK1391_REC
        GO TO 3000-READ-PROFILE-EXIT
    END-IF.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE ONE-DAY-BIN TO WS-RECENT-SPAN-BIN.
    MULTIPLY RECENT-DAYS BY WS-RECENT-SPAN-BIN.
    SUBTRACT WS-RECENT-SPAN-BIN FROM CURRENT_DATE_BIN
        GIVING RECENT-START-BIN.

    MOVE 1   TO OUT_SUB1.
    MOVE 1   TO OUT_SUB2.
    MOVE "N" TO LINES-DROPPED-FLAG.

    PERFORM 7000-START_TRAN_RO.

    IF TRANSACTION_BEGUN_FLAG = "N"
        GO TO 3000-READ-PROFILE-EXIT
    END-IF.

    PERFORM 3100-READ-PERSON.

    IF PERSON-FOUND-FLAG = "N"
        PERFORM 7800-CMT_TRAN
        MOVE "PERSON NOT ON FILE" TO ERROR_MESSAGE OF EZITRAK1391_REC
        GO TO 3000-READ-PROFILE-EXIT
    END-IF.

    PERFORM 3200-ASSIGNED-PROBLEMS.

    PERFORM 3300-CONTACT-PROBLEMS.

    PERFORM 3400-EXTRA-CONTACT-PROBLEMS.

    PERFORM 3500-PENDING-CALLBACKS.

    PERFORM 3600-UNACKED-ALERTS.

    PERFORM 3700-WATCHED-PROBLEMS.

    PERFORM 3800-PERSON-SKILLS.

    PERFORM 3900-NEXT-ON-CALL.

    PERFORM 7800-CMT_TRAN.

    SUBTRACT 1 FROM OUT_SUB1 GIVING PROBLEM_LINE_COUNT OF EZITRAK1391_REC.
    SUBTRACT 1 FROM OUT_SUB2 GIVING OTHER_LINE_COUNT   OF EZITRAK1391_REC.

    IF LINES-DROPPED-FLAG = "Y"
        MOVE "MORE ON FILE THAN THE SCREEN HOLDS - FIRST 30 OF EACH SHOWN"
          TO ERROR_MESSAGE OF EZITRAK1391_REC
    ELSE
        MOVE "PROFILE SHOWN - J AND A LINE NUMBER OPENS THAT PROBLEM"
          TO ERROR_MESSAGE OF EZITRAK1391_REC
    END-IF.
*
3000-READ-PROFILE-EXIT.
    EXIT.
/
3100-READ-PERSON.
    MOVE SEL_PERSON_ID OF EZITRAK1391_REC TO PERSON_ID OF PERSON_DETAILS_REC.

    CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                PERSON_ID        OF PERSON_DETAILS_REC
                                PERSON_PHONE     OF PERSON_DETAILS_REC
                                PERSON_DESC      OF PERSON_DETAILS_REC
                                PERSON_EMAIL     OF PERSON_DETAILS_REC
                                AWAY_FROM_DATE   OF PERSON_DETAILS_REC
                                BACK_ON_DATE     OF PERSON_DETAILS_REC
                                REC_USER         OF PERSON_DETAILS_REC
                                REC_TMSTAMP      OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO PERSON-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO PERSON-FOUND-FLAG
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    IF PERSON-FOUND-FLAG = "Y"
        MOVE PERSON_DESC    OF PERSON_DETAILS_REC
          TO PERSON_DESC    OF EZITRAK1391_REC
        MOVE PERSON_PHONE   OF PERSON_DETAILS_REC
          TO PERSON_PHONE   OF EZITRAK1391_REC
        MOVE PERSON_EMAIL   OF PERSON_DETAILS_REC
          TO PERSON_EMAIL   OF EZITRAK1391_REC
        MOVE AWAY_FROM_DATE OF PERSON_DETAILS_REC
          TO AWAY_FROM_DATE OF EZITRAK1391_REC
        MOVE BACK_ON_DATE   OF PERSON_DETAILS_REC
          TO BACK_ON_DATE   OF EZITRAK1391_REC
        PERFORM 3150-READ-PERSON-LINKS
    END-IF.
*
3150-READ-PERSON-LINKS.
    CALL "ET_SS_PERSON_TEAM_LEADER" USING SQLCA
                                 PERSON_ID      OF PERSON_DETAILS_REC
                                 TEAM_LEADER_ID OF EZITRAK1391_REC
    END-CALL.

    IF NOT SQL_SUCCESS
        MOVE SPACES TO TEAM_LEADER_ID OF EZITRAK1391_REC
    END-IF.

    CALL "ET_SS_PERSON_DEPARTMENT" USING SQLCA
                                 PERSON_ID     OF PERSON_DETAILS_REC
                                 DEPARTMENT_ID OF EZITRAK1391_REC
    END-CALL.

    IF NOT SQL_SUCCESS
        MOVE SPACES TO DEPARTMENT_ID OF EZITRAK1391_REC
    END-IF.

    MOVE ZERO TO SQLCODE.
/
3200-ASSIGNED-PROBLEMS.
    MOVE SEL_PERSON_ID OF EZITRAK1391_REC
      TO PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC.

    CALL "ET_OC6_PROBLEM_DETAILS" USING SQLCA
                                  PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE "A" TO WS-LINE-ROLE.

    PERFORM 3250-FETCH-ONE-ASSIGNED UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC6_PROBLEM_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3250-FETCH-ONE-ASSIGNED.
    CALL "ET_FC6_PROBLEM_DETAILS" USING SQLCA
                                 PROBLEM_NUMBER       OF PROBLEM_DETAILS_REC
                                 PROBLEM_STATUS       OF PROBLEM_DETAILS_REC
                                 PRIORITY_ID          OF PROBLEM_DETAILS_REC
                                 APPLICATION_ID       OF PROBLEM_DETAILS_REC
                                 PROBLEM_DESC         OF PROBLEM_DETAILS_REC
                                 CONTACT_DATE         OF PROBLEM_DETAILS_REC
                                 CONTACT_PERSON_ID    OF PROBLEM_DETAILS_REC
                                 CONTACT_DEVICE       OF PROBLEM_DETAILS_REC
                                 PERSON_ASSIGNED_ID   OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF PROBLEM_STATUS OF PROBLEM_DETAILS_REC NOT = "C"
            PERFORM 3270-STORE-PROBLEM-LINE
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3270-STORE-PROBLEM-LINE.
*   THE CONFIDENTIAL TEST RUNS ON A SINGLE SELECT WHILE THE CALLER'S
*   CURSOR IS STILL OPEN, SO THE FETCH STATUS IS PUT BACK AFTERWARDS
    IF OUT_SUB1 > SUB1_MAX
        MOVE "Y" TO LINES-DROPPED-FLAG
    ELSE
        MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
          TO PROBLEM_NUMBER OF EZITRAK1391_REC (OUT_SUB1)
        MOVE WS-LINE-ROLE
          TO PROBLEM_ROLE   OF EZITRAK1391_REC (OUT_SUB1)
        MOVE PROBLEM_STATUS OF PROBLEM_DETAILS_REC
          TO PROBLEM_STATUS OF EZITRAK1391_REC (OUT_SUB1)
        MOVE PRIORITY_ID    OF PROBLEM_DETAILS_REC
          TO PRIORITY_ID    OF EZITRAK1391_REC (OUT_SUB1)
        PERFORM 8930-GET-CONFIDENTIAL-FLAG
        PERFORM 8940-CHECK-CONFIDENTIAL-ACCESS
           THRU 8940-CHECK-CONFIDENTIAL-EXIT
        IF CONFIDENTIAL-OK-FLAG = "N"
            MOVE "*** RESTRICTED ***"
              TO PROBLEM_DESC OF EZITRAK1391_REC (OUT_SUB1)
        ELSE
            MOVE PROBLEM_DESC OF PROBLEM_DETAILS_REC
              TO PROBLEM_DESC OF EZITRAK1391_REC (OUT_SUB1)
        END-IF
        ADD 1 TO OUT_SUB1
        MOVE ZERO TO SQLCODE
    END-IF.
/
3300-CONTACT-PROBLEMS.
    MOVE SEL_PERSON_ID OF EZITRAK1391_REC
      TO CONTACT_PERSON_ID OF PROBLEM_DETAILS_REC.

    CALL "ET_OC_PROBLEM_BY_CONTACT" USING SQLCA
                             CONTACT_PERSON_ID OF PROBLEM_DETAILS_REC
                             RECENT-START-BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON BY_CONTACT_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE "C" TO WS-LINE-ROLE.

    PERFORM 3350-FETCH-ONE-CONTACT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_BY_CONTACT" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON BY_CONTACT_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3350-FETCH-ONE-CONTACT.
    MOVE SPACES TO PRIORITY_ID OF PROBLEM_DETAILS_REC.

    CALL "ET_FC_PROBLEM_BY_CONTACT" USING SQLCA
                             PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                             PROBLEM_STATUS OF PROBLEM_DETAILS_REC
                             PROBLEM_DESC   OF PROBLEM_DETAILS_REC
                             CONTACT_DATE   OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 3270-STORE-PROBLEM-LINE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON BY_CONTACT_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3400-EXTRA-CONTACT-PROBLEMS.
    MOVE SEL_PERSON_ID OF EZITRAK1391_REC
      TO CONTACT_PERSON_ID OF PROBLEM_CONTACT_DETAILS_REC.

    CALL "ET_OC_PROBLEM_CONTACT_BY_PERSON" USING SQLCA
                         CONTACT_PERSON_ID OF PROBLEM_CONTACT_DETAILS_REC
                         RECENT-START-BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CONTACT_BY_PERSON_OC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE "X" TO WS-LINE-ROLE.

    PERFORM 3450-FETCH-ONE-EXTRA-CONTACT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_CONTACT_BY_PERSON" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CONTACT_BY_PERSON_CC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3450-FETCH-ONE-EXTRA-CONTACT.
    CALL "ET_FC_PROBLEM_CONTACT_BY_PERSON" USING SQLCA
                         PROBLEM_NUMBER OF PROBLEM_CONTACT_DETAILS_REC
                         LINE_NUMBER    OF PROBLEM_CONTACT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 3460-READ-EXTRA-CONTACT-PROBLEM
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CONTACT_BY_PERSON_FC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3460-READ-EXTRA-CONTACT-PROBLEM.
    MOVE PROBLEM_NUMBER OF PROBLEM_CONTACT_DETAILS_REC
      TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC.

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
                                 REC_USER             OF PROBLEM_DETAILS_REC
                                 REC_TMSTAMP          OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 3270-STORE-PROBLEM-LINE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "SS PROBLEM NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
/
3500-PENDING-CALLBACKS.
    CALL "ET_OC_CALLBACK_PENDING" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CALLBACK_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3550-FETCH-ONE-CALLBACK UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_CALLBACK_PENDING" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CALLBACK_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3550-FETCH-ONE-CALLBACK.
    CALL "ET_FC_CALLBACK_PENDING" USING SQLCA
                             PROBLEM_NUMBER    OF CALLBACK_PROMISE_REC
                             PROMISED_TMSTAMP  OF CALLBACK_PROMISE_REC
                             PROMISED_BY_ID    OF CALLBACK_PROMISE_REC
                             CONTACT_PERSON_ID OF CALLBACK_PROMISE_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF PROMISED_BY_ID OF CALLBACK_PROMISE_REC
                                     = SEL_PERSON_ID OF EZITRAK1391_REC
            MOVE "PROMISED BY" TO WS-CALLBACK-SIDE
            PERFORM 3570-STORE-CALLBACK-LINE
        ELSE
            IF CONTACT_PERSON_ID OF CALLBACK_PROMISE_REC
                                     = SEL_PERSON_ID OF EZITRAK1391_REC
                MOVE "PROMISED TO" TO WS-CALLBACK-SIDE
                PERFORM 3570-STORE-CALLBACK-LINE
            END-IF
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CALLBACK_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3570-STORE-CALLBACK-LINE.
    MOVE PROBLEM_NUMBER   OF CALLBACK_PROMISE_REC TO WS-EDIT-PROBLEM-NUMBER.
    MOVE PROMISED_TMSTAMP OF CALLBACK_PROMISE_REC TO WS-TIME-BIN.
    PERFORM 8960-FORMAT-TIME.

    MOVE SPACES TO WS-OTHER-TEXT.
    STRING "CALLBACK  PROBLEM "      DELIMITED BY SIZE
           WS-EDIT-PROBLEM-NUMBER    DELIMITED BY SIZE
           "  DUE "                  DELIMITED BY SIZE
           WS-TIME-TEXT (1:17)       DELIMITED BY SIZE
           "  "                      DELIMITED BY SIZE
           WS-CALLBACK-SIDE          DELIMITED BY SIZE
      INTO WS-OTHER-TEXT.

    PERFORM 3990-STORE-OTHER-LINE.
/
3600-UNACKED-ALERTS.
    MOVE SEL_PERSON_ID OF EZITRAK1391_REC
      TO PERSON_ASSIGNED_ID OF ALERT_DETAILS_REC.

    CALL "ET_OC_ALERT_UNACKED" USING SQLCA
                         PERSON_ASSIGNED_ID OF ALERT_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ALERT_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3650-FETCH-ONE-ALERT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_ALERT_UNACKED" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ALERT_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3650-FETCH-ONE-ALERT.
    CALL "ET_FC_ALERT_UNACKED" USING SQLCA
                         PROBLEM_NUMBER OF ALERT_DETAILS_REC
                         RAISED_TMSTAMP OF ALERT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE PROBLEM_NUMBER OF ALERT_DETAILS_REC TO WS-EDIT-PROBLEM-NUMBER
        MOVE RAISED_TMSTAMP OF ALERT_DETAILS_REC TO WS-TIME-BIN
        PERFORM 8960-FORMAT-TIME
        MOVE SPACES TO WS-OTHER-TEXT
        STRING "ALERT     PROBLEM "      DELIMITED BY SIZE
               WS-EDIT-PROBLEM-NUMBER    DELIMITED BY SIZE
               "  RAISED "               DELIMITED BY SIZE
               WS-TIME-TEXT (1:17)       DELIMITED BY SIZE
               "  NOT ACKNOWLEDGED"      DELIMITED BY SIZE
          INTO WS-OTHER-TEXT
        PERFORM 3990-STORE-OTHER-LINE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ALERT_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3700-WATCHED-PROBLEMS.
    MOVE SEL_PERSON_ID OF EZITRAK1391_REC TO PERSON_ID OF PROBLEM_WATCH_REC.

    CALL "ET_OC_PROBLEM_WATCH_BY_PERSON" USING SQLCA
                         PERSON_ID OF PROBLEM_WATCH_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON WATCH_BY_PERSON_OC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3750-FETCH-ONE-WATCH UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_WATCH_BY_PERSON" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON WATCH_BY_PERSON_CC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3750-FETCH-ONE-WATCH.
    CALL "ET_FC_PROBLEM_WATCH_BY_PERSON" USING SQLCA
                         PROBLEM_NUMBER OF PROBLEM_WATCH_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE PROBLEM_NUMBER OF PROBLEM_WATCH_REC TO WS-EDIT-PROBLEM-NUMBER
        MOVE SPACES TO WS-OTHER-TEXT
        STRING "WATCHING  PROBLEM "      DELIMITED BY SIZE
               WS-EDIT-PROBLEM-NUMBER    DELIMITED BY SIZE
          INTO WS-OTHER-TEXT
        PERFORM 3990-STORE-OTHER-LINE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON WATCH_BY_PERSON_FC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3800-PERSON-SKILLS.
    CALL "ET_OC_SKILL_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SKILL_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3850-FETCH-ONE-SKILL UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_SKILL_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SKILL_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3850-FETCH-ONE-SKILL.
    CALL "ET_FC_SKILL_DETAILS" USING SQLCA
                                 PERSON_ID        OF SKILL_DETAILS_REC
                                 APPLICATION_ID   OF SKILL_DETAILS_REC
                                 SKILL_LEVEL      OF SKILL_DETAILS_REC
                                 REC_USER         OF SKILL_DETAILS_REC
                                 REC_TMSTAMP      OF SKILL_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF PERSON_ID OF SKILL_DETAILS_REC = SEL_PERSON_ID OF EZITRAK1391_REC
            MOVE SKILL_LEVEL OF SKILL_DETAILS_REC TO WS-EDIT-SKILL-LEVEL
            MOVE SPACES TO WS-OTHER-TEXT
            STRING "SKILL     APPLICATION "          DELIMITED BY SIZE
                   APPLICATION_ID OF SKILL_DETAILS_REC
                                                     DELIMITED BY SIZE
                   "  LEVEL "                        DELIMITED BY SIZE
                   WS-EDIT-SKILL-LEVEL               DELIMITED BY SIZE
              INTO WS-OTHER-TEXT
            PERFORM 3990-STORE-OTHER-LINE
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SKILL_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3900-NEXT-ON-CALL.
*   THE SLOT RUNNING NOW IF THERE IS ONE, OTHERWISE THE EARLIEST ONE
*   STILL TO COME - WHICHEVER NOT-YET-ENDED SLOT STARTS FIRST
    MOVE "N" TO ON-CALL-FOUND-FLAG.

    CALL "ET_OC_ON_CALL_ROSTER" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ROSTER_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3950-FETCH-ONE-ROSTER-ROW UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_ON_CALL_ROSTER" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ROSTER_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3950-FETCH-ONE-ROSTER-ROW.
    CALL "ET_FC_ON_CALL_ROSTER" USING SQLCA
                                 APPLICATION_ID  OF ON_CALL_ROSTER_REC
                                 EFFECTIVE_FROM  OF ON_CALL_ROSTER_REC
                                 EFFECTIVE_TO    OF ON_CALL_ROSTER_REC
                                 PERSON_ID       OF ON_CALL_ROSTER_REC
                                 REC_USER        OF ON_CALL_ROSTER_REC
                                 REC_TMSTAMP     OF ON_CALL_ROSTER_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF PERSON_ID OF ON_CALL_ROSTER_REC = SEL_PERSON_ID OF EZITRAK1391_REC
           AND EFFECTIVE_TO OF ON_CALL_ROSTER_REC >= CURRENT_DATE_BIN
            IF ON-CALL-FOUND-FLAG = "N"
            OR EFFECTIVE_FROM OF ON_CALL_ROSTER_REC
                                     < ON_CALL_FROM OF EZITRAK1391_REC
                MOVE "Y" TO ON-CALL-FOUND-FLAG
                MOVE APPLICATION_ID OF ON_CALL_ROSTER_REC
                  TO ON_CALL_APPLICATION_ID OF EZITRAK1391_REC
                MOVE EFFECTIVE_FROM OF ON_CALL_ROSTER_REC
                  TO ON_CALL_FROM OF EZITRAK1391_REC
                MOVE EFFECTIVE_TO   OF ON_CALL_ROSTER_REC
                  TO ON_CALL_TO   OF EZITRAK1391_REC
            END-IF
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ROSTER_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3990-STORE-OTHER-LINE.
    IF OUT_SUB2 > SUB2_MAX
        MOVE "Y" TO LINES-DROPPED-FLAG
    ELSE
        MOVE WS-OTHER-TEXT TO OTHER_LINE OF EZITRAK1391_REC (OUT_SUB2)
        ADD 1 TO OUT_SUB2
    END-IF.
/
4000-PROFILE-SCREEN.
    MOVE SPACE TO KEY_PRESSED OF EZITRAK1391_REC.
    PERFORM 8100-REQUEST-01.
    MOVE SPACES  TO ERROR_MESSAGE OF EZITRAK1391_REC.

    EVALUATE KEY_PRESSED OF EZITRAK1391_REC
    WHEN "E"
        MOVE 99 TO STAGE-OF-PROCESSING
    WHEN "J"
        PERFORM 4300-JUMP-TO-PROBLEM THRU 4300-JUMP-TO-PROBLEM-EXIT
        MOVE 21 TO STAGE-OF-PROCESSING
    WHEN OTHER
        MOVE 15 TO STAGE-OF-PROCESSING
    END-EVALUATE.
/
4300-JUMP-TO-PROBLEM.
    IF PRINT_LINE_NUMBER OF EZITRAK1391_REC < 1
    OR PRINT_LINE_NUMBER OF EZITRAK1391_REC
                                 > PROBLEM_LINE_COUNT OF EZITRAK1391_REC
        MOVE "INVALID LINE NUMBER FOR JUMP"
          TO ERROR_MESSAGE OF EZITRAK1391_REC
        GO TO 4300-JUMP-TO-PROBLEM-EXIT
    END-IF.

    MOVE PRINT_LINE_NUMBER OF EZITRAK1391_REC TO OUT_SUB1.
    MOVE PROBLEM_NUMBER OF EZITRAK1391_REC (OUT_SUB1) TO WS-JUMP-VALUE.

*   HAND THE CHOSEN PROBLEM NUMBER TO EZITRAK004 THROUGH THE JOB-TABLE
*   LOGICAL ITS 1200-CHECK-JUMP-REQUEST PICKS UP - THE EZITRAK003 WAY
    CALL "LIB$SET_LOGICAL" USING BY DESCRIPTOR WS-JUMP-LOGICAL-NAME
                                 BY DESCRIPTOR WS-JUMP-VALUE
                                 BY DESCRIPTOR WS-JUMP-TABLE-NAME
                           GIVING ERR_RET.

    IF ERR_RET IS FAILURE
        MOVE "UNABLE TO PASS THE PROBLEM NUMBER ACROSS"
          TO ERROR_MESSAGE OF EZITRAK1391_REC
        GO TO 4300-JUMP-TO-PROBLEM-EXIT
    END-IF.

    CALL            "FORMS$DISABLE"
    USING
      BY DESCRIPTOR  SESSION_ID,
    GIVING           FORMS-STATUS.

    IF FORMS-STATUS IS FAILURE
        PERFORM 8200-FORMS-ERROR
        GO TO   9900-EXIT
    END-IF.

    MOVE SPACES TO WS-SPAWN-COMMAND.
    STRING "RUN EZITRAK004"
        DELIMITED BY SIZE INTO WS-SPAWN-COMMAND.

    CALL "LIB$SPAWN" USING BY DESCRIPTOR WS-SPAWN-COMMAND
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                     GIVING ERR_RET.

    IF ERR_RET IS FAILURE
        MOVE "UNABLE TO RUN EZITRAK004"
          TO ERROR_MESSAGE OF EZITRAK1391_REC
    END-IF.

    PERFORM 1100-FORM-INIT.
*
4300-JUMP-TO-PROBLEM-EXIT.
    EXIT.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RO NG CODE=" SQLCODE WITH CONVERSION
        MOVE "UNABLE TO START TRANSACTION"
          TO ERROR_MESSAGE OF EZITRAK1391_REC
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
      BY DESCRIPTOR  EZITRAK1391_REC
      BY VALUE       NO_SHAD
      BY DESCRIPTOR  EZITRAK1391_REC
      BY VALUE       NO_SHAD
    GIVING           FORMS-STATUS.

    IF FORMS-STATUS IS FAILURE
        PERFORM 8200-FORMS-ERROR
        GO TO   9900-EXIT
    END-IF.
/
8930-GET-CONFIDENTIAL-FLAG.
    MOVE "N"    TO WS-CONFIDENTIAL-FLAG.
    MOVE SPACES TO WS-CONF-RECORDER-ID.
    MOVE SPACES TO WS-CONF-ASSIGNED-ID.

    CALL "ET_SS_PROBLEM_CONFIDENTIAL" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 WS-CONFIDENTIAL-FLAG
                                 WS-CONF-RECORDER-ID
                                 WS-CONF-ASSIGNED-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF WS-CONFIDENTIAL-FLAG NOT = "Y"
            MOVE "N" TO WS-CONFIDENTIAL-FLAG
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CONFIDENTIAL_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
8940-CHECK-CONFIDENTIAL-ACCESS.
*   THE EZITRAK001 TEST - RECORDER, ASSIGNEE OR A PROBLEM_ACCESS ROW;
*   THE SUPERVISOR FLAG ALONE DOES NOT OPEN A CONFIDENTIAL TICKET
    MOVE "Y" TO CONFIDENTIAL-OK-FLAG.

    IF WS-CONFIDENTIAL-FLAG NOT = "Y"
        GO TO 8940-CHECK-CONFIDENTIAL-EXIT
    END-IF.

    PERFORM 8700-GET-USER.

    IF CURRENT_USER_ID = WS-CONF-RECORDER-ID
    OR CURRENT_USER_ID = WS-CONF-ASSIGNED-ID
        GO TO 8940-CHECK-CONFIDENTIAL-EXIT
    END-IF.

    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF PROBLEM_ACCESS_REC.
    MOVE CURRENT_USER_ID TO PERSON_ID OF PROBLEM_ACCESS_REC.

    CALL "ET_SS_PROBLEM_ACCESS" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_ACCESS_REC
                                 PERSON_ID      OF PROBLEM_ACCESS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO CONFIDENTIAL-OK-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF PROBLEM_ACCESS_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
8940-CHECK-CONFIDENTIAL-EXIT.
    EXIT.
*
8960-FORMAT-TIME.
    MOVE SPACES TO WS-TIME-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-TIME-TEXT
                            BY REFERENCE  WS-TIME-BIN
                            OMITTED
                      GIVING ERR_RET.
/
7060-RECORD-USAGE.
*   FIRE-AND-FORGET METERING IN THE 7050 LOCK-CONTENTION STYLE - ONE
*   ROW AT STARTUP AND ONE AT EXIT, SO LICENCE AND RETIREMENT TALK
*   FINALLY HAS NUMBERS
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    IF SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
        MOVE "EZITRAK139" TO PROGRAM_NAME OF USAGE_LOG_REC
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
* **************** END OF SOURCE EZITRAK139 ****************
