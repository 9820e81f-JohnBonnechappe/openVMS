IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK119                                                 *
*   Program Name : Self-Service Problem Logging                               *
*   Summary      : Restricted screen for end users, run from a captive        *
*                  account. The VMS username must be on PERSON_DETAILS or     *
*                  the program refuses to start. The list screen shows the    *
*                  user's own problems (CONTACT_PERSON_ID) that are open or   *
*                  were solved within the recent window; keying a listed      *
*                  number and "V" shows its customer-visible solution lines   *
*                  only (ENTRY_TYPE "C" and "R", the EZITRAK003 filter),      *
*                  "C" adds the typed comment to it as an ENTRY_TYPE "C"      *
*                  line and tells the assignee, "N" opens the create          *
*                  screen, "R" refreshes and "E" exits. Create takes only     *
*                  application, site, description and extended text - the     *
*                  user is both recorder and contact, the priority comes      *
*                  from the impact/urgency matrix, and the EZITRAK001         *
*                  duplicate and known-error warnings, numbering, roster /    *
*                  skill assignment, history and P1 alert all apply.          *
*                                                                             *
*   SCREENS USED : EZITRAK1191, EZITRAK1192                                   *
*                                                                             *
*   TABLES  USED : PROBLEM_DETAILS      (Update)                              *
*                  PROBLEM_TEXT_DETAILS (Output)                              *
*                  PROBLEM_SOLUTION_DETAILS (Update)                          *
*                  PROBLEM_HISTORY      (Output)                              *
*                  NEXT_PROBLEM_NUMBER  (Update)                              *
*                  PERSON_DETAILS       (Input)                               *
*                  APPLICATION_DETAILS  (Input)                               *
*                  SITE_DETAILS         (Input)                               *
*                  PRIORITY_DETAILS     (Input)                               *
*                  PRIORITY_MATRIX      (Input)                               *
*                  SLA_DETAILS          (Input)                               *
*                  KNOWN_ERROR          (Input)                               *
*                  ON_CALL_ROSTER       (Input)                               *
*                  SKILL_DETAILS        (Input)                               *
*                  ALERT_DETAILS        (Output)                              *
*                  NOTIFICATION_QUEUE   (Output)                              *
*                  SYSTEM_PARAMETER     (Input)                               *
*                  USAGE_LOG            (Output)                              *
*                                                                             *
*   NOTE         : EZITRAK1191_REC and EZITRAK1192_REC are new CDD screen   *
*                  records, not yet generated, in one EZITRAK119 FORMS$     *
*                  library (the EZITRAK011/012 pairing). EZITRAK1191_REC:   *
*                  KEY_PRESSED PIC X, ERROR_MESSAGE PIC X(60), PERSON_DESC  *
*                  PIC X(30), PROBLEM_LINE_COUNT PIC S9(4) COMP, an OCCURS  *
*                  10 table of PROBLEM_NUMBER PIC 9(9), PROBLEM_STATUS PIC  *
*                  X, CONTACT_DATE_TEXT PIC X(11) and PROBLEM_DESC PIC      *
*                  X(60), then SELECTED_PROBLEM_NUMBER PIC 9(9),            *
*                  VISIBLE_LINE_COUNT PIC S9(4) COMP, an OCCURS 12 table of *
*                  VISIBLE_LINE_DESC PIC X(60), and COMMENT_TEXT PIC X(60). *
*                  EZITRAK1192_REC: KEY_PRESSED, ERROR_MESSAGE,             *
*                  PROBLEM_NUMBER, APPLICATION_ID, APPLICATION_DESC,        *
*                  SITE_ID, SITE_DESC, PROBLEM_DESC and the OCCURS 10       *
*                  TEXT_DESC_ELEMENT table, all with EZITRAK012_REC's       *
*                  pictures.                                                *
*                                                                             *
*   NOTE         : needs a new cursor ET_OC/FC/CC_PROBLEM_BY_CONTACT -      *
*                  CONTACT_PERSON_ID and a from timestamp in, every         *
*                  PROBLEM_DETAILS row for that contact that is not closed  *
*                  or whose SOLVED_DATE is on or after the timestamp,       *
*                  newest CONTACT_DATE first, returning PROBLEM_NUMBER,     *
*                  PROBLEM_STATUS, PROBLEM_DESC and CONTACT_DATE. Solution  *
*                  lines are read with EZITRAK004's                         *
*                  ET_OC/FC/CC_PROBLEM_SOLUTION_DETAILS and only "C" and    *
*                  "R" lines are ever moved to the screen - internal lines  *
*                  and PROGRESS_DESC never leave the program. A selected    *
*                  number is re-read with ET_SS_PROBLEM_DETAILS and refused *
*                  unless CONTACT_PERSON_ID is the user, so keying somebody *
*                  else's number shows nothing.                             *
*                                                                             *
*   NOTE         : system manager set-up - each end user's VMS account is   *
*                  made CAPTIVE (AUTHORIZE /FLAGS=(CAPTIVE,DISCTLY)) with a *
*                  LGICMD that runs EZITRAK119 and logs out, so there is no *
*                  DCL and no route to the main menu, and the username must *
*                  be keyed on PERSON_DETAILS. SYSTEM_PARAMETER rows        *
*                  EZITRAK119_IMPACT_ID and EZITRAK119_URGENCY_ID (default  *
*                  "3") give the impact/urgency pair fed to the priority    *
*                  matrix, EZITRAK119_PRIORITY_ID (default "P3") the        *
*                  priority used when the matrix has no row for it, and     *
*                  EZITRAK119_RECENT_DAYS (default 30) how long a solved    *
*                  problem stays on the list. ALERT_PRIORITY_LIMIT is       *
*                  honoured as in EZITRAK001.                               *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK119.
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
    copy "EZITRAK_CDD.EZITRAK1191_REC"  from dictionary.
    copy "EZITRAK_CDD.EZITRAK1192_REC"  from dictionary.

    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"          from dictionary.
    copy "EZITRAK_CDD.PROBLEM_TEXT_DETAILS_REC"     from dictionary.
    copy "EZITRAK_CDD.PROBLEM_SOLUTION_DETAILS_REC" from dictionary.
    copy "EZITRAK_CDD.PROBLEM_HISTORY_REC"          from dictionary.
    copy "EZITRAK_CDD.NEXT_PROBLEM_NUMBER_REC"      from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"           from dictionary.
    copy "EZITRAK_CDD.APPLICATION_DETAILS_REC"      from dictionary.
    copy "EZITRAK_CDD.SITE_DETAILS_REC"             from dictionary.
    copy "EZITRAK_CDD.PRIORITY_DETAILS_REC"         from dictionary.
    copy "EZITRAK_CDD.PRIORITY_MATRIX_REC"          from dictionary.
    copy "EZITRAK_CDD.SLA_DETAILS_REC"              from dictionary.
    copy "EZITRAK_CDD.KNOWN_ERROR_REC"              from dictionary.
    copy "EZITRAK_CDD.ON_CALL_ROSTER_REC"           from dictionary.
    copy "EZITRAK_CDD.SKILL_DETAILS_REC"            from dictionary.
    copy "EZITRAK_CDD.ALERT_DETAILS_REC"            from dictionary.
    copy "EZITRAK_CDD.NOTIFICATION_QUEUE_REC"       from dictionary.
    copy "EZITRAK_CDD.SYSTEM_PARAMETER_REC"         from dictionary.
    copy "EZITRAK_CDD.USAGE_LOG_REC"                from dictionary.
    copy "EZITRAK_CDD.SYSTEM_QUIESCE_REC"           from dictionary.

    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC" from dictionary
          replacing PROBLEM_DETAILS_REC BY DUP-PROBLEM-DETAILS-REC.
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
 01  FORM-FILE                                   PIC X(10) VALUE
                                                    "EZITRAK119".
 01  FORMS-STATUS                                PIC S9(9) COMP GLOBAL.
 01  SINGLE_REC_COUNT                            PIC S9(5) COMP VALUE 1 GLOBAL.
 01  NO-TIMEOUT                                  PIC S9(9) COMP VALUE 0 GLOBAL.
 01  ORIGINAL_REQ                                PIC S9(9) COMP VALUE 0 GLOBAL.
 01  NO-OPTIONS                                  PIC S9(9) COMP VALUE 0 GLOBAL.
 01  NO-SHAD                                     PIC S9(9) COMP VALUE 0 GLOBAL.

 01  SEND_REC_NAME                               PIC X(15).
 01  RECE-REC-NAME                               PIC X(15).

 01  HEADER_REC_NAME                             PIC X(15) VALUE
                                                    "EZITRAK1191_REC".

 01  MAIN_REC_NAME                               PIC X(15) VALUE
                                                    "EZITRAK1192_REC".

 01  INP_CTL_STRING                              PIC X(25) GLOBAL.
 01  OUT_CTL_STRING                              PIC X(25) GLOBAL.
 01  INP_CTL_COUNT                               PIC S9(9) COMP GLOBAL.
 01  OUT_CTL_COUNT                               PIC S9(9) COMP GLOBAL.
/
 01  STAGE-OF-PROCESSING                         PIC 99.
 01  TRANSACTION_BEGUN_FLAG                      PIC X.
 01  TMP_FLAG                                    PIC X.

 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB2                                        PIC S9(4) COMP.
 01  PROBLEM-LINE-MAX                            PIC S9(4) COMP VALUE 10.
 01  VISIBLE-LINE-MAX                            PIC S9(4) COMP VALUE 12.
 01  TEXT-LINE-MAX                               PIC S9(4) COMP VALUE 10.
 01  SOLUTION-LINE-LIMIT                         PIC S9(4) COMP VALUE 200.
 01  WS-PROBLEM-COUNT                            PIC S9(4) COMP.
 01  WS-VISIBLE-COUNT                            PIC S9(4) COMP.
 01  WS-LAST-LINE-NUMBER                         PIC S9(4) COMP.
 01  WS-HOLD-MESSAGE                             PIC X(60).
 01  WS-DATE-TEXT                                PIC X(11).
*
 01  WS-PARAMETER-FOUND-FLAG                     PIC X.
 01  WS-PARAMETER-VALUE-TEXT                     PIC X(12).
 01  WS-PARAMETER-VALUE-NUM REDEFINES WS-PARAMETER-VALUE-TEXT
                                                 PIC 9(12).
 01  WS-PARAMETER-SHIFT-TEXT                     PIC X(12).
*
 01  SELF-IMPACT-ID                              PIC X(2) VALUE "3".
 01  SELF-URGENCY-ID                             PIC X(2) VALUE "3".
 01  SELF-PRIORITY-ID                            PIC X(2) VALUE "P3".
 01  RECENT-DAYS                                 PIC S9(4) COMP VALUE 30.
 01  RECENT-START-BIN                            PIC S9(11)V9(7) COMP.
 01  WS-RECENT-SPAN-BIN                          PIC S9(11)V9(7) COMP.
 01  ALERT-PRIORITY-LIMIT                        PIC X(2) VALUE "P1".
 01  SELF-CONFIDENTIAL-FLAG                      PIC X    VALUE "N".
*
 01  OWN-PROBLEM-FLAG                            PIC X.
 01  PERSON-FOUND-FLAG                           PIC X.
 01  APPLICATION-FOUND-FLAG                      PIC X.
 01  SITE-FOUND-FLAG                             PIC X.
 01  PRIORITY-FOUND-FLAG                         PIC X.
 01  MATRIX-FOUND-FLAG                           PIC X.
 01  SLA-FOUND-FLAG                              PIC X.
 01  DUP-PROBLEM-FOUND-FLAG                      PIC X.
 01  DUP-WARNING-FLAG                            PIC X.
 01  KNOWN-ERROR-WARNING-FLAG                    PIC X.
 01  DUP-WINDOW-BIN                              PIC S9(11)V9(7) COMP
                                                    VALUE 864000000000.
 01  DUP-WINDOW-START-BIN                        PIC S9(11)V9(7) COMP.
*
 01  WS-NEW-ASSIGNED-ID                          PIC X(8).
 01  WS-ASSIGNEE-AWAY-FLAG                       PIC X.
 01  WS-AWAY-PERSON-ID                           PIC X(8).
 01  DAY-ASSIGN-START-HOUR                       PIC S9(4) COMP VALUE 8.
 01  DAY-ASSIGN-END-HOUR                         PIC S9(4) COMP VALUE 18.
 01  ONE-DAY-BIN                                 PIC S9(11)V9(7) COMP
                                                    VALUE 864000000000.
 01  ONE-HOUR-BIN                                PIC S9(11)V9(7) COMP
                                                    VALUE 36000000000.
 01  WS-ASSIGN-DAY-NUMBER                        PIC S9(9) COMP.
 01  WS-ASSIGN-DAY-START-BIN                     PIC S9(11)V9(7) COMP.
 01  WS-ASSIGN-DAY-REMAIN-BIN                    PIC S9(11)V9(7) COMP.
 01  WS-ASSIGN-HOUR-OF-DAY                       PIC S9(4) COMP.
 01  WS-BEST-PERSON-ID                           PIC X(8).
 01  WS-BEST-OPEN-COUNT                          PIC S9(9) COMP.
 01  WS-CAND-OPEN-COUNT                          PIC S9(9) COMP.
 01  WS-CAND-SUB                                 PIC S9(4) COMP.
 01  SKILL-CAND-COUNT                            PIC S9(4) COMP.
 01  SKILL-CAND-MAX                              PIC S9(4) COMP VALUE 50.
 01  SKILL-CAND-TABLE.
     03  SKILL-CAND-ENTRY OCCURS 50 TIMES.
         05  SKC-PERSON-ID                       PIC X(8).
*
 01  WS_ERROR_MESSAGE.
     03  WS_ERROR_MESSAGE_TXT                    PIC X(48).
     03  WS_ERROR_MESSAGE_NBR                    PIC Z(8)9.
*
 01  WS-NOTIFY-PERSON-ID                         PIC X(8).
 01  WS-NOTIFY-SUBJECT                           PIC X(60).
 01  WS-NOTIFY-URGENT-FLAG                       PIC X.
 01  WS-NOTIFY-OWN-TRAN-FLAG                     PIC X.
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
        PERFORM 3000-BUILD-PROBLEM-LIST THRU 3000-BUILD-PROBLEM-LIST-EXIT.

    IF STAGE-OF-PROCESSING = 20 OR 21
        PERFORM 4000-LIST-SCREEN.

    IF STAGE-OF-PROCESSING = 25
        PERFORM 4500-ADD-COMMENT THRU 4500-ADD-COMMENT-EXIT.

    IF STAGE-OF-PROCESSING = 30 OR 31
        PERFORM 5000-CREATE-SCREEN.

    IF STAGE-OF-PROCESSING = 35
        PERFORM 6000-WRITE-PROB-RECORD THRU 6000-WRITE-PROB-RECORD-EXIT.

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

    PERFORM 1150-CHECK-REGISTERED-USER.

    MOVE "EZITRAK119_IMPACT_ID" TO PARAMETER_NAME OF SYSTEM_PARAMETER_REC.
    PERFORM 8855-GET-PARAMETER-TEXT.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-TEXT (1:2) TO SELF-IMPACT-ID
    END-IF.

    MOVE "EZITRAK119_URGENCY_ID" TO PARAMETER_NAME
                                       OF SYSTEM_PARAMETER_REC.
    PERFORM 8855-GET-PARAMETER-TEXT.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-TEXT (1:2) TO SELF-URGENCY-ID
    END-IF.

    MOVE "EZITRAK119_PRIORITY_ID" TO PARAMETER_NAME
                                        OF SYSTEM_PARAMETER_REC.
    PERFORM 8855-GET-PARAMETER-TEXT.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-TEXT (1:2) TO SELF-PRIORITY-ID
    END-IF.

    MOVE "EZITRAK119_RECENT_DAYS" TO PARAMETER_NAME
                                        OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO RECENT-DAYS
    END-IF.

    MOVE "ALERT_PRIORITY_LIMIT" TO PARAMETER_NAME
                                      OF SYSTEM_PARAMETER_REC.
    PERFORM 8855-GET-PARAMETER-TEXT.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-TEXT (1:2) TO ALERT-PRIORITY-LIMIT
    END-IF.

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
*
1150-CHECK-REGISTERED-USER.
*   THE CAPTIVE ACCOUNT'S USERNAME IS THE ONLY IDENTITY THIS SCREEN
*   KNOWS - NOBODY OFF PERSON_DETAILS GETS AS FAR AS THE FORM
    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO PERSON_ID OF PERSON_DETAILS_REC.

    PERFORM 8500-READ-PERSON-TABLE.

    PERFORM 7800-CMT_TRAN.

    IF PERSON-FOUND-FLAG = "N"
        DISPLAY "YOUR USERNAME IS NOT REGISTERED FOR PROBLEM LOGGING - "
        DISPLAY "PLEASE TELEPHONE THE HELP DESK"
        GO TO 9900-EXIT
    END-IF.

    INITIALIZE EZITRAK1191-REC.
    MOVE PERSON_DESC OF PERSON_DETAILS_REC
      TO PERSON_DESC OF EZITRAK1191_REC.
/
3000-BUILD-PROBLEM-LIST.
*   ONLY THE USER'S OWN PROBLEMS - THE CURSOR IS KEYED ON THE CONTACT,
*   SO NOBODY ELSE'S TICKET CAN REACH THIS SCREEN
    MOVE ERROR_MESSAGE OF EZITRAK1191_REC TO WS-HOLD-MESSAGE.
    MOVE SPACES TO COMMENT_TEXT OF EZITRAK1191_REC.
    MOVE ZERO   TO SELECTED_PROBLEM_NUMBER OF EZITRAK1191_REC.
    MOVE ZERO   TO VISIBLE_LINE_COUNT OF EZITRAK1191_REC.
    MOVE ZERO   TO PROBLEM_LINE_COUNT OF EZITRAK1191_REC.
    PERFORM 3050-CLEAR-ONE-LINE VARYING SUB1 FROM 1 BY 1
                                UNTIL SUB1 > PROBLEM-LINE-MAX.
    PERFORM 4250-CLEAR-VISIBLE-LINE VARYING SUB1 FROM 1 BY 1
                                    UNTIL SUB1 > VISIBLE-LINE-MAX.
    MOVE WS-HOLD-MESSAGE TO ERROR_MESSAGE OF EZITRAK1191_REC.
    MOVE ZERO TO WS-PROBLEM-COUNT.

    PERFORM 8600-GET-TIME.
    MOVE ONE-DAY-BIN TO WS-RECENT-SPAN-BIN.
    MULTIPLY RECENT-DAYS BY WS-RECENT-SPAN-BIN.
    SUBTRACT WS-RECENT-SPAN-BIN FROM CURRENT_DATE_BIN
        GIVING RECENT-START-BIN.

    MOVE CURRENT_USER_ID TO CONTACT_PERSON_ID OF PROBLEM_DETAILS_REC.

    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_PROBLEM_BY_CONTACT" USING SQLCA
                             CONTACT_PERSON_ID OF PROBLEM_DETAILS_REC
                             RECENT-START-BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_BY_CONTACT_OC CODE=" SQLCODE
                WITH CONVERSION
        MOVE "ERROR BUILDING YOUR PROBLEM LIST"
          TO ERROR_MESSAGE OF EZITRAK1191_REC
        MOVE 20 TO STAGE-OF-PROCESSING
        GO TO 3000-BUILD-PROBLEM-LIST-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-PROBLEM UNTIL NOT SQL_SUCCESS
                                   OR WS-PROBLEM-COUNT = PROBLEM-LINE-MAX.

    CALL "ET_CC_PROBLEM_BY_CONTACT" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_BY_CONTACT_CC CODE=" SQLCODE
                WITH CONVERSION
        MOVE "ERROR BUILDING YOUR PROBLEM LIST"
          TO ERROR_MESSAGE OF EZITRAK1191_REC
        MOVE 20 TO STAGE-OF-PROCESSING
        GO TO 3000-BUILD-PROBLEM-LIST-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.

    MOVE WS-PROBLEM-COUNT TO PROBLEM_LINE_COUNT OF EZITRAK1191_REC.

    IF WS-PROBLEM-COUNT = ZERO
       AND ERROR_MESSAGE OF EZITRAK1191_REC = SPACES
        MOVE "YOU HAVE NO OPEN OR RECENT PROBLEMS - N TO LOG ONE"
          TO ERROR_MESSAGE OF EZITRAK1191_REC
    END-IF.

    MOVE 20 TO STAGE-OF-PROCESSING.
*
3000-BUILD-PROBLEM-LIST-EXIT.
    EXIT.
*
3050-CLEAR-ONE-LINE.
    MOVE ZERO   TO PROBLEM_NUMBER    OF EZITRAK1191_REC (SUB1).
    MOVE SPACES TO PROBLEM_STATUS    OF EZITRAK1191_REC (SUB1).
    MOVE SPACES TO CONTACT_DATE_TEXT OF EZITRAK1191_REC (SUB1).
    MOVE SPACES TO PROBLEM_DESC      OF EZITRAK1191_REC (SUB1).
*
3100-FETCH-ONE-PROBLEM.
    CALL "ET_FC_PROBLEM_BY_CONTACT" USING SQLCA
                             PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                             PROBLEM_STATUS OF PROBLEM_DETAILS_REC
                             PROBLEM_DESC   OF PROBLEM_DETAILS_REC
                             CONTACT_DATE   OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO WS-PROBLEM-COUNT
        MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
          TO PROBLEM_NUMBER OF EZITRAK1191_REC (WS-PROBLEM-COUNT)
        MOVE PROBLEM_STATUS OF PROBLEM_DETAILS_REC
          TO PROBLEM_STATUS OF EZITRAK1191_REC (WS-PROBLEM-COUNT)
        MOVE PROBLEM_DESC   OF PROBLEM_DETAILS_REC
          TO PROBLEM_DESC   OF EZITRAK1191_REC (WS-PROBLEM-COUNT)
        MOVE SPACES TO WS-DATE-TEXT
        CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                                BY DESCRIPTOR WS-DATE-TEXT
                                BY REFERENCE  CONTACT_DATE
                                              OF PROBLEM_DETAILS_REC
                                OMITTED
                          GIVING ERR_RET
        MOVE WS-DATE-TEXT
          TO CONTACT_DATE_TEXT OF EZITRAK1191_REC (WS-PROBLEM-COUNT)
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_BY_CONTACT_FC CODE=" SQLCODE
                WITH CONVERSION
    END-EVALUATE.
/
4000-LIST-SCREEN.
    MOVE SPACE TO KEY_PRESSED OF EZITRAK1191_REC.
    PERFORM 8100-REQUEST-01.
    MOVE SPACES  TO ERROR_MESSAGE OF EZITRAK1191_REC.

    EVALUATE KEY_PRESSED OF EZITRAK1191_REC
    WHEN "E"
        MOVE 99 TO STAGE-OF-PROCESSING
    WHEN "R"
        MOVE 15 TO STAGE-OF-PROCESSING
    WHEN "N"
        MOVE 30 TO STAGE-OF-PROCESSING
    WHEN "V"
        PERFORM 4200-SHOW-VISIBLE-LINES THRU 4200-SHOW-VISIBLE-LINES-EXIT
        MOVE 21 TO STAGE-OF-PROCESSING
    WHEN "C"
        MOVE 25 TO STAGE-OF-PROCESSING
    WHEN OTHER
        MOVE 21 TO STAGE-OF-PROCESSING
    END-EVALUATE.
/
4100-CHECK-OWN-PROBLEM.
*   A KEYED NUMBER IS TRUSTED ONLY WHEN THE USER IS ITS CONTACT -
*   ANYTHING ELSE GETS THE SAME ANSWER AS A NUMBER NOT ON FILE
    MOVE "N" TO OWN-PROBLEM-FLAG.

    IF SELECTED_PROBLEM_NUMBER OF EZITRAK1191_REC = ZERO
        MOVE "KEY THE NUMBER OF ONE OF YOUR PROBLEMS FIRST"
          TO ERROR_MESSAGE OF EZITRAK1191_REC
        GO TO 4100-CHECK-OWN-PROBLEM-EXIT
    END-IF.

    MOVE SELECTED_PROBLEM_NUMBER OF EZITRAK1191_REC
      TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC.

    PERFORM 7400-PROBLEM_SS.

    IF TMP_FLAG = "Y"
       AND CONTACT_PERSON_ID OF PROBLEM_DETAILS_REC = CURRENT_USER_ID
        MOVE "Y" TO OWN-PROBLEM-FLAG
    ELSE
        MOVE "THAT IS NOT ONE OF YOUR PROBLEMS"
          TO ERROR_MESSAGE OF EZITRAK1191_REC
    END-IF.
*
4100-CHECK-OWN-PROBLEM-EXIT.
    EXIT.
/
4200-SHOW-VISIBLE-LINES.
*   CUSTOMER-VISIBLE AND RESOLUTION LINES ONLY - INTERNAL NOTES ARE
*   SKIPPED AT THE FETCH AND NEVER REACH THE SCREEN RECORD
    MOVE ZERO TO VISIBLE_LINE_COUNT OF EZITRAK1191_REC.
    MOVE ZERO TO WS-VISIBLE-COUNT.
    MOVE ZERO TO WS-LAST-LINE-NUMBER.
    PERFORM 4250-CLEAR-VISIBLE-LINE VARYING SUB1 FROM 1 BY 1
                                    UNTIL SUB1 > VISIBLE-LINE-MAX.

    PERFORM 8700-GET-USER.

    IF TRANSACTION_BEGUN_FLAG = "N"
        PERFORM 7000-START_TRAN_RO
    END-IF.

    PERFORM 4100-CHECK-OWN-PROBLEM THRU 4100-CHECK-OWN-PROBLEM-EXIT.

    IF OWN-PROBLEM-FLAG = "N"
        PERFORM 7800-CMT_TRAN
        GO TO 4200-SHOW-VISIBLE-LINES-EXIT
    END-IF.

    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC.

    CALL "ET_OC_PROBLEM_SOLUTION_DETAILS" USING SQLCA
                         PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF PROBLEM_SOL_OC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING PROBLEM UPDATES"
          TO ERROR_MESSAGE OF EZITRAK1191_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 4210-FETCH-ONE-LINE UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_SOLUTION_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF PROBLEM_SOL_CC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING PROBLEM UPDATES"
          TO ERROR_MESSAGE OF EZITRAK1191_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.

    MOVE WS-VISIBLE-COUNT TO VISIBLE_LINE_COUNT OF EZITRAK1191_REC.

    IF WS-VISIBLE-COUNT = ZERO
        MOVE "NO UPDATES YET - THE HELP DESK IS WORKING ON IT"
          TO ERROR_MESSAGE OF EZITRAK1191_REC
    END-IF.
*
4200-SHOW-VISIBLE-LINES-EXIT.
    EXIT.
*
4210-FETCH-ONE-LINE.
    CALL "ET_FC_PROBLEM_SOLUTION_DETAILS" USING SQLCA
                         LINE_NUMBER    OF PROBLEM_SOLUTION_DETAILS_REC
                         SOLUTION_DESC  OF PROBLEM_SOLUTION_DETAILS_REC
                         ENTRY_TYPE     OF PROBLEM_SOLUTION_DETAILS_REC
                         MINUTES_SPENT  OF PROBLEM_SOLUTION_DETAILS_REC
                         REC_USER       OF PROBLEM_SOLUTION_DETAILS_REC
                         REC_TMSTAMP    OF PROBLEM_SOLUTION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF LINE_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
           > WS-LAST-LINE-NUMBER
            MOVE LINE_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
              TO WS-LAST-LINE-NUMBER
        END-IF
        IF ENTRY_TYPE OF PROBLEM_SOLUTION_DETAILS_REC = "C" OR "R"
            PERFORM 4220-KEEP-VISIBLE-LINE
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF PROBLEM_SOL_FC CODE=" SQLCODE WITH CONVERSION
    END-EVALUATE.
*
4220-KEEP-VISIBLE-LINE.
*   A FULL TABLE ROLLS UP ONE PLACE SO THE LATEST UPDATES ARE SHOWN
    IF WS-VISIBLE-COUNT = VISIBLE-LINE-MAX
        PERFORM 4230-ROLL-VISIBLE-LINE VARYING SUB1 FROM 2 BY 1
                                       UNTIL SUB1 > VISIBLE-LINE-MAX
    ELSE
        ADD 1 TO WS-VISIBLE-COUNT
    END-IF.

    MOVE SOLUTION_DESC OF PROBLEM_SOLUTION_DETAILS_REC
      TO VISIBLE_LINE_DESC OF EZITRAK1191_REC (WS-VISIBLE-COUNT).
*
4230-ROLL-VISIBLE-LINE.
    COMPUTE SUB2 = SUB1 - 1.
    MOVE VISIBLE_LINE_DESC OF EZITRAK1191_REC (SUB1)
      TO VISIBLE_LINE_DESC OF EZITRAK1191_REC (SUB2).
*
4250-CLEAR-VISIBLE-LINE.
    MOVE SPACES TO VISIBLE_LINE_DESC OF EZITRAK1191_REC (SUB1).
/
4500-ADD-COMMENT.
*   THE USER'S COMMENT IS APPENDED AS A CUSTOMER-VISIBLE LINE WITH NO
*   TIME BOOKED, AND THE ASSIGNEE IS TOLD THROUGH THE NOTIFICATION QUEUE
    MOVE 21 TO STAGE-OF-PROCESSING.

    IF COMMENT_TEXT OF EZITRAK1191_REC = SPACES
        MOVE "TYPE YOUR COMMENT BEFORE PRESSING C"
          TO ERROR_MESSAGE OF EZITRAK1191_REC
        GO TO 4500-ADD-COMMENT-EXIT
    END-IF.

    PERFORM 4200-SHOW-VISIBLE-LINES THRU 4200-SHOW-VISIBLE-LINES-EXIT.

    IF OWN-PROBLEM-FLAG = "N"
        GO TO 4500-ADD-COMMENT-EXIT
    END-IF.

    IF PROBLEM_STATUS OF PROBLEM_DETAILS_REC = "C"
        MOVE "THAT PROBLEM IS CLOSED - PLEASE LOG A NEW ONE"
          TO ERROR_MESSAGE OF EZITRAK1191_REC
        GO TO 4500-ADD-COMMENT-EXIT
    END-IF.

    IF WS-LAST-LINE-NUMBER NOT < SOLUTION-LINE-LIMIT
        MOVE "NO ROOM FOR MORE COMMENTS - PLEASE TELEPHONE THE HELP DESK"
          TO ERROR_MESSAGE OF EZITRAK1191_REC
        GO TO 4500-ADD-COMMENT-EXIT
    END-IF.

    PERFORM 7100-START_TRAN_RW.

    IF STAGE-OF-PROCESSING = 20
        MOVE 21 TO STAGE-OF-PROCESSING
        GO TO 4500-ADD-COMMENT-EXIT
    END-IF.

    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC.
    ADD 1 WS-LAST-LINE-NUMBER
        GIVING LINE_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC.
    MOVE COMMENT_TEXT OF EZITRAK1191_REC
      TO SOLUTION_DESC OF PROBLEM_SOLUTION_DETAILS_REC.
    MOVE "C"  TO ENTRY_TYPE    OF PROBLEM_SOLUTION_DETAILS_REC.
    MOVE ZERO TO MINUTES_SPENT OF PROBLEM_SOLUTION_DETAILS_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF PROBLEM_SOLUTION_DETAILS_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID  TO REC_USER    OF PROBLEM_SOLUTION_DETAILS_REC.

    CALL "ET_IR_PROBLEM_SOLUTION_DETAILS" USING SQLCA
                         PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
                         LINE_NUMBER    OF PROBLEM_SOLUTION_DETAILS_REC
                         SOLUTION_DESC  OF PROBLEM_SOLUTION_DETAILS_REC
                         ENTRY_TYPE     OF PROBLEM_SOLUTION_DETAILS_REC
                         MINUTES_SPENT  OF PROBLEM_SOLUTION_DETAILS_REC
                         REC_USER       OF PROBLEM_SOLUTION_DETAILS_REC
                         REC_TMSTAMP    OF PROBLEM_SOLUTION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        PERFORM 7900-RLB_TRAN
        MOVE "THE HELP DESK UPDATED IT AT THE SAME TIME - PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1191_REC
        GO TO 4500-ADD-COMMENT-EXIT
    WHEN OTHER
        DISPLAY "ERROR OF PROBLEM_SOL_IR CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR SAVING YOUR COMMENT" TO ERROR_MESSAGE OF EZITRAK1191_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC TO WS-NOTIFY-PERSON-ID.
    MOVE SPACES TO WS-NOTIFY-SUBJECT.
    STRING "CUSTOMER COMMENT ON PROBLEM "         DELIMITED BY SIZE
           PROBLEM_NUMBER OF PROBLEM_DETAILS_REC DELIMITED BY SIZE
      INTO WS-NOTIFY-SUBJECT.
    MOVE "N" TO WS-NOTIFY-URGENT-FLAG.

    PERFORM 7290-QUEUE-NOTIFICATION THRU 7290-QUEUE-NOTIFICATION-END.

    PERFORM 7800-CMT_TRAN.

    MOVE SPACES TO COMMENT_TEXT OF EZITRAK1191_REC.

    PERFORM 4200-SHOW-VISIBLE-LINES THRU 4200-SHOW-VISIBLE-LINES-EXIT.

    MOVE "YOUR COMMENT HAS BEEN ADDED" TO ERROR_MESSAGE OF EZITRAK1191_REC.
*
4500-ADD-COMMENT-EXIT.
    EXIT.
/
5000-CREATE-SCREEN.
    IF STAGE-OF-PROCESSING = 30
        INITIALIZE             EZITRAK1192-REC
        MOVE "N"              TO DUP-WARNING-FLAG
        MOVE "N"              TO KNOWN-ERROR-WARNING-FLAG
    END-IF.

    MOVE SPACE TO KEY_PRESSED OF EZITRAK1192_REC.
    PERFORM 8100-REQUEST-02.
    MOVE SPACES  TO ERROR_MESSAGE OF EZITRAK1192_REC.

    EVALUATE KEY_PRESSED OF EZITRAK1192_REC
    WHEN "E"
        MOVE SPACES TO ERROR_MESSAGE OF EZITRAK1191_REC
        MOVE 15 TO STAGE-OF-PROCESSING
    WHEN OTHER
        PERFORM 5100-VALIDATE-PROB-CREATE THRU 5100-VALIDATE-PROB-CREATE-EXIT
    END-EVALUATE.
/
5100-VALIDATE-PROB-CREATE.
    MOVE 31 TO STAGE-OF-PROCESSING.

    IF PROBLEM_DESC OF EZITRAK1192_REC = SPACES
        MOVE "PLEASE DESCRIBE THE PROBLEM"
          TO ERROR_MESSAGE OF EZITRAK1192_REC
        GO TO 5100-VALIDATE-PROB-CREATE-EXIT
    END-IF.

    MOVE APPLICATION_ID OF EZITRAK1192_REC
      TO APPLICATION_ID OF APPLICATION_DETAILS_REC.

    PERFORM 8600-READ-APPLICATION-TABLE.

    MOVE APPLICATION_DESC OF APPLICATION_DETAILS_REC
      TO APPLICATION_DESC OF EZITRAK1192_REC.

    IF APPLICATION-FOUND-FLAG = "N"
        MOVE "APPLICATION NOT ON FILE" TO ERROR_MESSAGE OF EZITRAK1192_REC
        PERFORM 7800-CMT_TRAN
        GO TO 5100-VALIDATE-PROB-CREATE-EXIT
    END-IF.

    MOVE SITE_ID OF EZITRAK1192_REC
      TO SITE_ID OF SITE_DETAILS_REC.

    PERFORM 8965-READ-SITE-TABLE.

    MOVE SITE_DESC OF SITE_DETAILS_REC
      TO SITE_DESC OF EZITRAK1192_REC.

    IF SITE-FOUND-FLAG = "N"
        MOVE "SITE NOT ON FILE" TO ERROR_MESSAGE OF EZITRAK1192_REC
        PERFORM 7800-CMT_TRAN
        GO TO 5100-VALIDATE-PROB-CREATE-EXIT
    END-IF.

    INITIALIZE PROBLEM_DETAILS_REC.

    PERFORM 8600-GET-TIME.
    PERFORM 8700-GET-USER.
    MOVE CURRENT_DATE_BIN  TO CONTACT_DATE        OF PROBLEM_DETAILS_REC.
    MOVE "O"               TO PROBLEM_STATUS      OF PROBLEM_DETAILS_REC.
    MOVE CURRENT_USER_ID   TO RECORDING_PERSON_ID OF PROBLEM_DETAILS_REC.
    MOVE CURRENT_USER_ID   TO CONTACT_PERSON_ID   OF PROBLEM_DETAILS_REC.
    MOVE APPLICATION_ID OF EZITRAK1192_REC
      TO APPLICATION_ID OF PROBLEM_DETAILS_REC.
    MOVE SITE_ID        OF EZITRAK1192_REC
      TO SITE_ID        OF PROBLEM_DETAILS_REC.
    MOVE PROBLEM_DESC   OF EZITRAK1192_REC
      TO PROBLEM_DESC   OF PROBLEM_DETAILS_REC.

    PERFORM 5180-DERIVE-PRIORITY THRU 5180-DERIVE-PRIORITY-EXIT.

    IF PRIORITY-FOUND-FLAG = "N"
        MOVE "UNABLE TO LOG THIS PROBLEM - PLEASE TELEPHONE THE HELP DESK"
          TO ERROR_MESSAGE OF EZITRAK1192_REC
        PERFORM 7800-CMT_TRAN
        GO TO 5100-VALIDATE-PROB-CREATE-EXIT
    END-IF.

    PERFORM 5150-CHECK-DUPLICATE-PROBLEM
       THRU 5150-CHECK-DUPLICATE-PROBLEM-EXIT.

    IF TRANSACTION_BEGUN_FLAG = "Y"
        PERFORM 7800-CMT_TRAN
    END-IF.

    IF ERROR_MESSAGE OF EZITRAK1192_REC = SPACES
        MOVE 35 TO STAGE-OF-PROCESSING
    END-IF.
*
5100-VALIDATE-PROB-CREATE-EXIT.
    EXIT.
/
5150-CHECK-DUPLICATE-PROBLEM.
*   THE EZITRAK001 DUPLICATE RULE - WARN ONCE, A SECOND SUBMIT LOGS IT
    IF DUP-WARNING-FLAG = "Y"
        GO TO 5150-CHECK-DUPLICATE-PROBLEM-EXIT
    END-IF.

    MOVE CURRENT_DATE_BIN TO DUP-WINDOW-START-BIN.
    SUBTRACT DUP-WINDOW-BIN FROM DUP-WINDOW-START-BIN.

    MOVE APPLICATION-ID OF PROBLEM_DETAILS_REC
      TO APPLICATION-ID OF DUP-PROBLEM-DETAILS-REC.
    MOVE SITE_ID        OF PROBLEM_DETAILS_REC
      TO SITE_ID        OF DUP-PROBLEM-DETAILS-REC.

    PERFORM 8970-READ-DUPLICATE-PROBLEM-TABLE.

    IF DUP-PROBLEM-FOUND-FLAG = "Y"
        MOVE "Y" TO DUP-WARNING-FLAG
        MOVE "SUBMIT AGAIN IF NOT THE SAME AS OPEN PROBLEM "
          TO WS_ERROR_MESSAGE_TXT
        MOVE PROBLEM_NUMBER OF DUP-PROBLEM-DETAILS-REC
          TO WS_ERROR_MESSAGE_NBR
        MOVE WS_ERROR_MESSAGE
          TO ERROR_MESSAGE OF EZITRAK1192_REC
    ELSE
        PERFORM 5160-CHECK-KNOWN-ERROR THRU 5160-CHECK-KNOWN-ERROR-EXIT
    END-IF.
*
5150-CHECK-DUPLICATE-PROBLEM-EXIT.
    EXIT.
*
5160-CHECK-KNOWN-ERROR.
*   AN OPEN KNOWN ERROR ON THE APPLICATION IS ADVISORY ONLY - WARN
*   ONCE WITH THE PUBLISHED WORKAROUND, THE 5150 DUPLICATE PATTERN
    IF KNOWN-ERROR-WARNING-FLAG = "Y"
        GO TO 5160-CHECK-KNOWN-ERROR-EXIT
    END-IF.

    MOVE APPLICATION-ID OF PROBLEM_DETAILS_REC
      TO APPLICATION-ID OF KNOWN_ERROR_REC.
    MOVE "O" TO ERROR_STATUS OF KNOWN_ERROR_REC.

    CALL "ET_SS_KNOWN_ERROR_BY_APPLICATION" USING SQLCA
                                 APPLICATION_ID  OF KNOWN_ERROR_REC
                                 ERROR_STATUS    OF KNOWN_ERROR_REC
                                 ERROR_ID        OF KNOWN_ERROR_REC
                                 WORKAROUND_DESC OF KNOWN_ERROR_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO KNOWN-ERROR-WARNING-FLAG
        MOVE SPACES TO ERROR_MESSAGE OF EZITRAK1192_REC
        STRING "KNOWN FAULT " DELIMITED BY SIZE
               ERROR_ID OF KNOWN_ERROR_REC DELIMITED BY SIZE
               " - TRY: " DELIMITED BY SIZE
               WORKAROUND_DESC OF KNOWN_ERROR_REC DELIMITED BY SIZE
          INTO ERROR_MESSAGE OF EZITRAK1192_REC
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF KNOWN_ERROR_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING KNOWN ERRORS"
          TO ERROR_MESSAGE OF EZITRAK1192_REC
        GO TO 9900-EXIT
    END-EVALUATE.
*
5160-CHECK-KNOWN-ERROR-EXIT.
    EXIT.
/
5180-DERIVE-PRIORITY.
*   THE USER CANNOT JUDGE IMPACT OR URGENCY - THE OPERATIONS PAIR GOES
*   THROUGH THE SAME MATRIX AS EZITRAK001, WITH A FIXED PRIORITY WHERE
*   THE MATRIX HAS NO ROW FOR IT
    MOVE SELF-IMPACT-ID  TO IMPACT_ID  OF PRIORITY_MATRIX_REC.
    MOVE SELF-URGENCY-ID TO URGENCY_ID OF PRIORITY_MATRIX_REC.

    PERFORM 8987-READ-PRIORITY-MATRIX.

    IF MATRIX-FOUND-FLAG = "Y"
        MOVE PRIORITY_ID OF PRIORITY_MATRIX_REC
          TO PRIORITY_ID OF PROBLEM_DETAILS_REC
    ELSE
        MOVE SELF-PRIORITY-ID
          TO PRIORITY_ID OF PROBLEM_DETAILS_REC
    END-IF.

    MOVE PRIORITY_ID OF PROBLEM_DETAILS_REC
      TO PRIORITY_ID OF PRIORITY_DETAILS_REC.

    PERFORM 8900-READ-PRIORITY-TABLE.

    IF PRIORITY-FOUND-FLAG = "N"
        DISPLAY "SELF-SERVICE PRIORITY NOT ON FILE "
                PRIORITY_ID OF PROBLEM_DETAILS_REC
        GO TO 5180-DERIVE-PRIORITY-EXIT
    END-IF.

    PERFORM 8905-READ-SLA-TABLE.

    IF SLA-FOUND-FLAG = "Y"
        MOVE TARGET_DAYS OF SLA_DETAILS_REC
          TO EST_TO_COMPLETE_DAYS OF PROBLEM_DETAILS_REC
    END-IF.
*
5180-DERIVE-PRIORITY-EXIT.
    EXIT.
/
6000-WRITE-PROB-RECORD.
    PERFORM 7100-START_TRAN_RW.

    IF STAGE-OF-PROCESSING = 20
        MOVE ERROR_MESSAGE OF EZITRAK1191_REC
          TO ERROR_MESSAGE OF EZITRAK1192_REC
        MOVE 31 TO STAGE-OF-PROCESSING
        GO TO 6000-WRITE-PROB-RECORD-EXIT
    END-IF.

    MOVE SPACES TO WS-NEW-ASSIGNED-ID.
    PERFORM 6600-ASSIGN-FROM-ROSTER THRU 6600-ASSIGN-FROM-ROSTER-END.

    PERFORM 6500-GET-NEXT-NUMBER.

    MOVE WS-NEW-ASSIGNED-ID TO PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC.

    PERFORM 7200-WRITE-PROB-RECORD.

    IF TMP_FLAG = "Y"
        PERFORM 6700-INSERT-EXTENDED-TEXT
        PERFORM 7800-CMT_TRAN
        MOVE "THANK YOU - YOUR PROBLEM IS LOGGED AS NUMBER "
          TO WS_ERROR_MESSAGE_TXT
        MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
          TO WS_ERROR_MESSAGE_NBR
        MOVE WS_ERROR_MESSAGE
          TO ERROR_MESSAGE OF EZITRAK1191_REC
        MOVE 15 TO STAGE-OF-PROCESSING
    ELSE
        PERFORM 7900-RLB_TRAN
        MOVE "PLEASE SUBMIT AGAIN - THE SYSTEM WAS BUSY"
          TO ERROR_MESSAGE OF EZITRAK1192_REC
        MOVE 31 TO STAGE-OF-PROCESSING
    END-IF.
*
6000-WRITE-PROB-RECORD-EXIT.
    EXIT.
*
6500-GET-NEXT-NUMBER.
    MOVE APPLICATION-ID OF PROBLEM_DETAILS_REC
      TO APPLICATION_ID OF NEXT_PROBLEM_NUMBER_REC.

    PERFORM 7500-NEXT-PROBLEM_SS.

    MOVE PROBLEM-NUMBER OF NEXT_PROBLEM_NUMBER_REC
      TO PROBLEM-NUMBER OF PROBLEM_DETAILS_REC.

    MOVE PROBLEM-NUMBER OF NEXT_PROBLEM_NUMBER_REC
      TO PROBLEM-NUMBER OF EZITRAK1192_REC.

    ADD 1 TO PROBLEM_NUMBER OF NEXT_PROBLEM_NUMBER_REC.

    PERFORM 7600-NEXT-PROBLEM_UR.
/
6600-ASSIGN-FROM-ROSTER.
*   THE EZITRAK001 5600 RULES - SKILL AND LOAD BY DAY, ON CALL BY NIGHT
    PERFORM 8600-GET-TIME.

    DIVIDE CURRENT_DATE_BIN BY ONE-DAY-BIN GIVING WS-ASSIGN-DAY-NUMBER.
    MOVE ONE-DAY-BIN TO WS-ASSIGN-DAY-START-BIN.
    MULTIPLY WS-ASSIGN-DAY-NUMBER BY WS-ASSIGN-DAY-START-BIN.
    SUBTRACT WS-ASSIGN-DAY-START-BIN FROM CURRENT_DATE_BIN
        GIVING WS-ASSIGN-DAY-REMAIN-BIN.
    DIVIDE WS-ASSIGN-DAY-REMAIN-BIN BY ONE-HOUR-BIN
        GIVING WS-ASSIGN-HOUR-OF-DAY.

    IF WS-ASSIGN-HOUR-OF-DAY NOT < DAY-ASSIGN-START-HOUR
       AND WS-ASSIGN-HOUR-OF-DAY < DAY-ASSIGN-END-HOUR
        PERFORM 6650-ASSIGN-BY-SKILL
        IF WS-NEW-ASSIGNED-ID NOT = SPACES
            GO TO 6600-ASSIGN-FROM-ROSTER-END
        END-IF
    END-IF.

    MOVE APPLICATION_ID OF PROBLEM_DETAILS_REC
      TO APPLICATION_ID OF ON_CALL_ROSTER_REC.

    CALL "ET_SS_ON_CALL_PERSON" USING SQLCA
                                 APPLICATION_ID OF ON_CALL_ROSTER_REC
                                 CURRENT_DATE_BIN
                                 PERSON_ID      OF ON_CALL_ROSTER_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE PERSON_ID OF ON_CALL_ROSTER_REC TO WS-NEW-ASSIGNED-ID
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF ON_CALL_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING ON CALL ROSTER"
          TO ERROR_MESSAGE OF EZITRAK1192_REC
        GO TO 9900-EXIT
    END-EVALUATE.
*
6600-ASSIGN-FROM-ROSTER-END.
    EXIT.
*
6650-ASSIGN-BY-SKILL.
    MOVE SPACES TO WS-BEST-PERSON-ID.
    MOVE ZERO   TO SKILL-CAND-COUNT.

    MOVE APPLICATION_ID OF PROBLEM_DETAILS_REC
      TO APPLICATION_ID OF SKILL_DETAILS_REC.

    CALL "ET_OC_SKILL_CANDIDATES" USING SQLCA
                                 APPLICATION_ID OF SKILL_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF SKILL_CAND_OC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING SKILL TABLE" TO ERROR_MESSAGE OF EZITRAK1192_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 6660-FETCH-ONE-CANDIDATE UNTIL NOT SQL_SUCCESS
                                     OR SKILL-CAND-COUNT = SKILL-CAND-MAX.

    CALL "ET_CC_SKILL_CANDIDATES" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF SKILL_CAND_CC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING SKILL TABLE" TO ERROR_MESSAGE OF EZITRAK1192_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 6670-WEIGH-ONE-CANDIDATE THRU 6670-WEIGH-ONE-CANDIDATE-END
        VARYING WS-CAND-SUB FROM 1 BY 1
        UNTIL WS-CAND-SUB > SKILL-CAND-COUNT.

    IF WS-BEST-PERSON-ID NOT = SPACES
        MOVE WS-BEST-PERSON-ID TO WS-NEW-ASSIGNED-ID
    END-IF.
*
6660-FETCH-ONE-CANDIDATE.
    CALL "ET_FC_SKILL_CANDIDATES" USING SQLCA
                                 PERSON_ID      OF SKILL_DETAILS_REC
                                 APPLICATION_ID OF SKILL_DETAILS_REC
                                 SKILL_LEVEL    OF SKILL_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO SKILL-CAND-COUNT
        MOVE PERSON_ID OF SKILL_DETAILS_REC
          TO SKC-PERSON-ID (SKILL-CAND-COUNT)
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF SKILL_CAND_FC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING SKILL TABLE" TO ERROR_MESSAGE OF EZITRAK1192_REC
        GO TO 9900-EXIT
    END-EVALUATE.
*
6670-WEIGH-ONE-CANDIDATE.
    MOVE SKC-PERSON-ID (WS-CAND-SUB) TO WS-AWAY-PERSON-ID.
    PERFORM 8520-CHECK-ASSIGNEE-AWAY.

    IF WS-ASSIGNEE-AWAY-FLAG = "Y"
        GO TO 6670-WEIGH-ONE-CANDIDATE-END
    END-IF.

    MOVE SKC-PERSON-ID (WS-CAND-SUB)
      TO PERSON_ASSIGNED_ID OF DUP-PROBLEM-DETAILS-REC.

    CALL "ET_SS_OPEN_COUNT_BY_ASSIGNEE" USING SQLCA
                         PERSON_ASSIGNED_ID OF DUP-PROBLEM-DETAILS-REC
                         WS-CAND-OPEN-COUNT
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO WS-CAND-OPEN-COUNT
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF OPEN_COUNT_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR COUNTING OPEN PROBLEMS"
          TO ERROR_MESSAGE OF EZITRAK1192_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    IF WS-BEST-PERSON-ID = SPACES
       OR WS-CAND-OPEN-COUNT < WS-BEST-OPEN-COUNT
        MOVE SKC-PERSON-ID (WS-CAND-SUB) TO WS-BEST-PERSON-ID
        MOVE WS-CAND-OPEN-COUNT          TO WS-BEST-OPEN-COUNT
    END-IF.
*
6670-WEIGH-ONE-CANDIDATE-END.
    EXIT.
/
6700-INSERT-EXTENDED-TEXT.
    PERFORM 6750-INSERT-ONE-TEXT-LINE VARYING SUB2 FROM 1 BY 1
                                 UNTIL SUB2 > TEXT-LINE-MAX.
*
6750-INSERT-ONE-TEXT-LINE.
    IF TEXT_DESC_ELEMENT OF EZITRAK1192-REC (SUB2) NOT = SPACES
        MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
          TO PROBLEM_NUMBER OF PROBLEM_TEXT_DETAILS_REC
        MOVE SUB2
          TO LINE_NUMBER    OF PROBLEM_TEXT_DETAILS_REC
        MOVE TEXT_DESC_ELEMENT OF EZITRAK1192-REC (SUB2)
          TO TEXT_DESC      OF PROBLEM_TEXT_DETAILS_REC

        PERFORM 8600-GET-TIME
        MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF PROBLEM_TEXT_DETAILS_REC

        PERFORM 8700-GET-USER
        MOVE CURRENT_USER_ID TO REC_USER     OF PROBLEM_TEXT_DETAILS_REC

        CALL "ET_IR_PROBLEM_TEXT_DETAILS" USING SQLCA
                             PROBLEM_NUMBER OF PROBLEM_TEXT_DETAILS_REC
                             LINE_NUMBER    OF PROBLEM_TEXT_DETAILS_REC
                             TEXT_DESC      OF PROBLEM_TEXT_DETAILS_REC
                             REC_USER       OF PROBLEM_TEXT_DETAILS_REC
                             REC_TMSTAMP    OF PROBLEM_TEXT_DETAILS_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            CONTINUE
        WHEN SQL_DUPLICATE_IDX
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR OF TEXT_IR CODE=" SQLCODE WITH CONVERSION
            MOVE "ERROR WRITING EXTENDED TEXT"
              TO ERROR_MESSAGE OF EZITRAK1192_REC
            GO TO 9900-EXIT
        END-EVALUATE
    END-IF.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RO NG CODE=" SQLCODE WITH CONVERSION
        MOVE "UNABLE TO START TRANSACTION" TO ERROR_MESSAGE OF EZITRAK1191_REC
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
          TO ERROR_MESSAGE OF EZITRAK1191_REC
        MOVE 20 TO STAGE-OF-PROCESSING
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
        MOVE "UNABLE TO START TRANSACTION" TO ERROR_MESSAGE OF EZITRAK1191_REC
        MOVE 20 TO STAGE-OF-PROCESSING
    END-EVALUATE.
/
7200-WRITE-PROB-RECORD.
    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF PROBLEM_DETAILS_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF PROBLEM_DETAILS_REC.

    CALL "ET_IR_PROBLEM_DETAILS" USING SQLCA
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
        MOVE "Y" TO TMP_FLAG
        PERFORM 7232-SET-CONFIDENTIAL-FLAG
        PERFORM 7250-RECORD-PROBLEM-HISTORY
        PERFORM 7270-RAISE-P1-ALERT THRU 7270-RAISE-P1-ALERT-END
    WHEN SQL_DUPLICATE_IDX
        MOVE "N" TO TMP_FLAG
    WHEN OTHER
        DISPLAY "ERROR OF PROBLEM_IR CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR WRITING PROB" TO ERROR_MESSAGE OF EZITRAK1192_REC
        GO TO 9900-EXIT
    END-EVALUATE.
*
7232-SET-CONFIDENTIAL-FLAG.
*   A SELF-SERVICE CALL IS NEVER CONFIDENTIAL - THE HELP DESK CAN
*   RESTRICT IT LATER FROM EZITRAK001
    CALL "ET_UR_PROBLEM_CONFIDENTIAL" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 SELF-CONFIDENTIAL-FLAG
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CONFIDENTIAL_UR CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR WRITING CONFIDENTIAL FLAG"
          TO ERROR_MESSAGE OF EZITRAK1192_REC
        GO TO 9900-EXIT
    END-EVALUATE.
*
7250-RECORD-PROBLEM-HISTORY.
    MOVE PROBLEM_NUMBER       OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER       OF PROBLEM_HISTORY_REC.
    MOVE PROBLEM_STATUS       OF PROBLEM_DETAILS_REC
      TO PROBLEM_STATUS       OF PROBLEM_HISTORY_REC.
    MOVE PRIORITY_ID          OF PROBLEM_DETAILS_REC
      TO PRIORITY_ID          OF PROBLEM_HISTORY_REC.
    MOVE PERSON_ASSIGNED_ID   OF PROBLEM_DETAILS_REC
      TO PERSON_ASSIGNED_ID   OF PROBLEM_HISTORY_REC.
    MOVE PERSON_REDIRECTED_ID OF PROBLEM_DETAILS_REC
      TO PERSON_REDIRECTED_ID OF PROBLEM_HISTORY_REC.
    MOVE REC_USER             OF PROBLEM_DETAILS_REC
      TO REC_USER             OF PROBLEM_HISTORY_REC.
    MOVE REC_TMSTAMP          OF PROBLEM_DETAILS_REC
      TO REC_TMSTAMP          OF PROBLEM_HISTORY_REC.

    CALL "ET_IR_PROBLEM_HISTORY" USING SQLCA
                                PROBLEM_NUMBER       OF PROBLEM_HISTORY_REC
                                REC_TMSTAMP          OF PROBLEM_HISTORY_REC
                                PROBLEM_STATUS       OF PROBLEM_HISTORY_REC
                                PRIORITY_ID          OF PROBLEM_HISTORY_REC
                                PERSON_ASSIGNED_ID   OF PROBLEM_HISTORY_REC
                                PERSON_REDIRECTED_ID OF PROBLEM_HISTORY_REC
                                REC_USER             OF PROBLEM_HISTORY_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF PROBLEM_HIST_IR CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR WRITING HISTORY" TO ERROR_MESSAGE OF EZITRAK1192_REC
        GO TO 9900-EXIT
    END-EVALUATE.
/
7270-RAISE-P1-ALERT.
*   A TOP-PRIORITY CREATE MUST BE SEEN - THE EZITRAK001 ALERT ROW,
*   CHASED BY EZITRAK086 UNTIL THE ASSIGNEE ACKNOWLEDGES IT
    IF PRIORITY_ID OF PROBLEM_DETAILS_REC > ALERT-PRIORITY-LIMIT
    OR PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC = SPACES
        GO TO 7270-RAISE-P1-ALERT-END
    END-IF.

    MOVE PROBLEM_NUMBER     OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER     OF ALERT_DETAILS_REC.
    MOVE APPLICATION_ID     OF PROBLEM_DETAILS_REC
      TO APPLICATION_ID     OF ALERT_DETAILS_REC.
    MOVE PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC
      TO PERSON_ASSIGNED_ID OF ALERT_DETAILS_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO RAISED_TMSTAMP       OF ALERT_DETAILS_REC.
    MOVE CURRENT_DATE_BIN TO LAST_ATTEMPT_TMSTAMP OF ALERT_DETAILS_REC.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP          OF ALERT_DETAILS_REC.
    MOVE "N"  TO ACK_FLAG      OF ALERT_DETAILS_REC.
    MOVE ZERO TO ACK_TMSTAMP   OF ALERT_DETAILS_REC.
    MOVE 1    TO ATTEMPT_COUNT OF ALERT_DETAILS_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER OF ALERT_DETAILS_REC.

    CALL "ET_IR_ALERT_DETAILS" USING SQLCA
                         PROBLEM_NUMBER       OF ALERT_DETAILS_REC
                         APPLICATION_ID       OF ALERT_DETAILS_REC
                         PERSON_ASSIGNED_ID   OF ALERT_DETAILS_REC
                         RAISED_TMSTAMP       OF ALERT_DETAILS_REC
                         ACK_FLAG             OF ALERT_DETAILS_REC
                         ACK_TMSTAMP          OF ALERT_DETAILS_REC
                         ATTEMPT_COUNT        OF ALERT_DETAILS_REC
                         LAST_ATTEMPT_TMSTAMP OF ALERT_DETAILS_REC
                         REC_USER             OF ALERT_DETAILS_REC
                         REC_TMSTAMP          OF ALERT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        MOVE ZERO TO SQLCODE
        GO TO 7270-RAISE-P1-ALERT-END
    WHEN OTHER
        DISPLAY "ERROR OF ALERT_IR CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR RAISING P1 ALERT" TO ERROR_MESSAGE OF EZITRAK1192_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC
      TO WS-NOTIFY-PERSON-ID.

    MOVE SPACES TO WS-NOTIFY-SUBJECT.
    STRING "P1 ALERT PROBLEM "                   DELIMITED BY SIZE
           PROBLEM_NUMBER OF PROBLEM_DETAILS_REC DELIMITED BY SIZE
           " - ACKNOWLEDGE"                      DELIMITED BY SIZE
      INTO WS-NOTIFY-SUBJECT.

    MOVE "U" TO WS-NOTIFY-URGENT-FLAG.

    PERFORM 7290-QUEUE-NOTIFICATION THRU 7290-QUEUE-NOTIFICATION-END.
*
7270-RAISE-P1-ALERT-END.
    EXIT.
/
7290-QUEUE-NOTIFICATION.
*   ONE NOTIFICATION_QUEUE ROW PER NOTICE - EZITRAK080'S DISPATCHER
*   SENDS IT PER THE PERSON'S PREFERENCE
    IF WS-NOTIFY-PERSON-ID = SPACES
        GO TO 7290-QUEUE-NOTIFICATION-END
    END-IF.

    MOVE "N" TO WS-NOTIFY-OWN-TRAN-FLAG.
    IF TRANSACTION_BEGUN_FLAG = "N"
        CALL "ET_ST_RW_PROBLEM" USING SQLCA
        IF SQL_SUCCESS
            MOVE "Y" TO TRANSACTION_BEGUN_FLAG
            MOVE "Y" TO WS-NOTIFY-OWN-TRAN-FLAG
        ELSE
            DISPLAY "UNABLE TO QUEUE NOTIFICATION CODE=" SQLCODE
                    WITH CONVERSION
            MOVE ZERO TO SQLCODE
            GO TO 7290-QUEUE-NOTIFICATION-END
        END-IF
    END-IF.

    CALL "SYS$GETTIM" USING
        BY REFERENCE QUEUE_TMSTAMP OF NOTIFICATION_QUEUE_REC.

    MOVE WS-NOTIFY-PERSON-ID   TO PERSON_ID     OF NOTIFICATION_QUEUE_REC.
    MOVE WS-NOTIFY-URGENT-FLAG TO URGENT_FLAG   OF NOTIFICATION_QUEUE_REC.
    MOVE WS-NOTIFY-SUBJECT     TO SUBJECT_TEXT  OF NOTIFICATION_QUEUE_REC.
    MOVE "Q"                   TO QUEUE_STATUS  OF NOTIFICATION_QUEUE_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID       TO REC_USER      OF NOTIFICATION_QUEUE_REC.

    CALL "ET_IR_NOTIFICATION_QUEUE" USING SQLCA
                         QUEUE_TMSTAMP OF NOTIFICATION_QUEUE_REC
                         PERSON_ID     OF NOTIFICATION_QUEUE_REC
                         URGENT_FLAG   OF NOTIFICATION_QUEUE_REC
                         SUBJECT_TEXT  OF NOTIFICATION_QUEUE_REC
                         QUEUE_STATUS  OF NOTIFICATION_QUEUE_REC
                         REC_USER      OF NOTIFICATION_QUEUE_REC
    END-CALL.

    IF NOT SQL_SUCCESS AND NOT SQL_DUPLICATE_IDX
        DISPLAY "ERROR ON NOTIFY_QUEUE_IR CODE=" SQLCODE WITH CONVERSION
    END-IF.

    MOVE ZERO TO SQLCODE.

    IF WS-NOTIFY-OWN-TRAN-FLAG = "Y"
        CALL "ET_CMT_TRN" USING SQLCA
        MOVE "N" TO TRANSACTION_BEGUN_FLAG
    END-IF.
*
7290-QUEUE-NOTIFICATION-END.
    EXIT.
/
7400-PROBLEM_SS.
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
        MOVE "Y" TO TMP_FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "SS PROBLEM NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.
*
7500-NEXT-PROBLEM_SS.
    CALL "ET_SS_NEXT_PROBLEM_NUMBER" USING SQLCA
                         APPLICATION_ID OF NEXT_PROBLEM_NUMBER_REC
                         PROBLEM_NUMBER OF NEXT_PROBLEM_NUMBER_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        DISPLAY "NEXT NUMBER RECORD NOT FOUND"
        GO TO   9900-EXIT
    WHEN OTHER
        DISPLAY "SS_NXT PROBLEM NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.
*
7600-NEXT-PROBLEM_UR.
    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF NEXT_PROBLEM_NUMBER_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF NEXT_PROBLEM_NUMBER_REC.

    CALL "ET_UR_NEXT_PROBLEM_NUMBER" USING SQLCA
                         APPLICATION_ID OF NEXT_PROBLEM_NUMBER_REC
                         PROBLEM_NUMBER OF NEXT_PROBLEM_NUMBER_REC
                         REC_USER       OF NEXT_PROBLEM_NUMBER_REC
                         REC_TMSTAMP    OF NEXT_PROBLEM_NUMBER_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "UR_NXT PROBLEM NG CODE=" SQLCODE WITH CONVERSION
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
      BY DESCRIPTOR  EZITRAK1191_REC
      BY VALUE       NO_SHAD
      BY DESCRIPTOR  EZITRAK1191_REC
      BY VALUE       NO_SHAD
    GIVING           FORMS-STATUS.

    IF FORMS-STATUS IS FAILURE
        PERFORM 8200-FORMS-ERROR
        GO TO   9900-EXIT
    END-IF.
*
8100-REQUEST-02.
    MOVE MAIN_REC_NAME TO SEND_REC_NAME.
    MOVE MAIN_REC_NAME TO RECE_REC_NAME.

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
      BY DESCRIPTOR  EZITRAK1192_REC
      BY VALUE       NO_SHAD
      BY DESCRIPTOR  EZITRAK1192_REC
      BY VALUE       NO_SHAD
    GIVING           FORMS-STATUS.

    IF FORMS-STATUS IS FAILURE
        PERFORM 8200-FORMS-ERROR
        GO TO   9900-EXIT
    END-IF.
/
8500-READ-PERSON-TABLE.
    IF TRANSACTION_BEGUN_FLAG = "N"
        PERFORM 7000-START_TRAN_RO
    END-IF.

    CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                      PERSON_ID       OF PERSON_DETAILS_REC
                                      PERSON_DESC     OF PERSON_DETAILS_REC
                                      PERSON_PHONE    OF PERSON_DETAILS_REC
                                      SUPERVISOR_FLAG OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO PERSON-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO PERSON-FOUND-FLAG
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "N" TO PERSON-FOUND-FLAG
        GO TO 9900-EXIT
    END-EVALUATE.
*
8520-CHECK-ASSIGNEE-AWAY.
    MOVE "N" TO WS-ASSIGNEE-AWAY-FLAG.

    IF WS-AWAY-PERSON-ID = SPACES
        CONTINUE
    ELSE
        PERFORM 8600-GET-TIME

        MOVE WS-AWAY-PERSON-ID TO PERSON_ID OF PERSON_DETAILS_REC

        CALL "ET_SS_PERSON_LEAVE" USING SQLCA
                                 PERSON_ID      OF PERSON_DETAILS_REC
                                 AWAY_FROM_DATE OF PERSON_DETAILS_REC
                                 BACK_ON_DATE   OF PERSON_DETAILS_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            IF AWAY_FROM_DATE OF PERSON_DETAILS_REC NOT = ZERO
               AND CURRENT_DATE_BIN
                   NOT < AWAY_FROM_DATE OF PERSON_DETAILS_REC
               AND ( BACK_ON_DATE OF PERSON_DETAILS_REC = ZERO
                  OR CURRENT_DATE_BIN
                     < BACK_ON_DATE OF PERSON_DETAILS_REC )
                MOVE "Y" TO WS-ASSIGNEE-AWAY-FLAG
            END-IF
        WHEN SQL_NOT_FOUND
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR OF PERSON_AWAY_SS CODE=" SQLCODE WITH CONVERSION
            GO TO 9900-EXIT
        END-EVALUATE

        MOVE ZERO TO SQLCODE
    END-IF.
*
8600-READ-APPLICATION-TABLE.
    IF TRANSACTION_BEGUN_FLAG = "N"
        PERFORM 7000-START_TRAN_RO
    END-IF.

    CALL "ET_SS_APPLICATION_DETAILS" USING SQLCA
                              APPLICATION_ID    OF APPLICATION_DETAILS_REC
                              APPLICATION_DESC  OF APPLICATION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO APPLICATION-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO APPLICATION-FOUND-FLAG
        MOVE "*** NOT ON FILE ****"
          TO APPLICATION-DESC OF APPLICATION_DETAILS_REC
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF APPLICATION_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "N" TO APPLICATION-FOUND-FLAG
        GO TO 9900-EXIT
    END-EVALUATE.
*
8600-GET-TIME.
    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.
/
8900-READ-PRIORITY-TABLE.
    IF TRANSACTION_BEGUN_FLAG = "N"
        PERFORM 7000-START_TRAN_RO
    END-IF.

    CALL "ET_SS_PRIORITY_DETAILS" USING SQLCA
                                      PRIORITY_ID   OF PRIORITY_DETAILS_REC
                                      PRIORITY_DESC OF PRIORITY_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO PRIORITY-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO PRIORITY-FOUND-FLAG
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF PRIORITY_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "N" TO PRIORITY-FOUND-FLAG
        GO TO 9900-EXIT
    END-EVALUATE.
*
8905-READ-SLA-TABLE.
    IF TRANSACTION_BEGUN_FLAG = "N"
        PERFORM 7000-START_TRAN_RO
    END-IF.

    MOVE PRIORITY_ID OF PROBLEM_DETAILS_REC
      TO PRIORITY_ID OF SLA_DETAILS_REC.

    CALL "ET_SS_SLA_DETAILS" USING SQLCA
                                      PRIORITY_ID   OF SLA_DETAILS_REC
                                      TARGET_DAYS   OF SLA_DETAILS_REC
                                      REC_USER      OF SLA_DETAILS_REC
                                      REC_TMSTAMP   OF SLA_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO SLA-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO SLA-FOUND-FLAG
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF SLA_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "N" TO SLA-FOUND-FLAG
        GO TO 9900-EXIT
    END-EVALUATE.
*
8965-READ-SITE-TABLE.
    IF TRANSACTION_BEGUN_FLAG = "N"
        PERFORM 7000-START_TRAN_RO
    END-IF.

    CALL "ET_SS_SITE_DETAILS" USING SQLCA
                                      SITE_ID     OF SITE_DETAILS_REC
                                      SITE_DESC   OF SITE_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO SITE-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO SITE-FOUND-FLAG
        MOVE "*** NOT ON FILE ****" TO SITE_DESC OF SITE_DETAILS_REC
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF SITE_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "N" TO SITE-FOUND-FLAG
        GO TO 9900-EXIT
    END-EVALUATE.
*
8970-READ-DUPLICATE-PROBLEM-TABLE.
    IF TRANSACTION_BEGUN_FLAG = "N"
        PERFORM 7000-START_TRAN_RO
    END-IF.

    MOVE "N" TO DUP-PROBLEM-FOUND-FLAG.
    MOVE "O" TO PROBLEM_STATUS OF DUP-PROBLEM-DETAILS-REC.

    CALL "ET_OC9_PROBLEM_DETAILS" USING SQLCA
                         APPLICATION_ID OF DUP-PROBLEM-DETAILS-REC
                         SITE_ID        OF DUP-PROBLEM-DETAILS-REC
                         PROBLEM_STATUS OF DUP-PROBLEM-DETAILS-REC
                         DUP-WINDOW-START-BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF DUPLICATE_OC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON OC9" TO ERROR_MESSAGE OF EZITRAK1192_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    CALL "ET_FC9_PROBLEM_DETAILS" USING SQLCA
                         PROBLEM_NUMBER OF DUP-PROBLEM-DETAILS-REC
                         CONTACT_DATE   OF DUP-PROBLEM-DETAILS-REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO DUP-PROBLEM-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO DUP-PROBLEM-FOUND-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF DUPLICATE_FC CODE=" SQLCODE WITH CONVERSION
        MOVE "N" TO DUP-PROBLEM-FOUND-FLAG
        GO TO 9900-EXIT
    END-EVALUATE.

    CALL "ET_CC9_PROBLEM_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CC9 CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON CC9" TO ERROR_MESSAGE OF EZITRAK1192_REC
        GO TO 9900-EXIT
    END-EVALUATE.
*
8987-READ-PRIORITY-MATRIX.
    IF TRANSACTION_BEGUN_FLAG = "N"
        PERFORM 7000-START_TRAN_RO
    END-IF.

    CALL "ET_SS_PRIORITY_MATRIX" USING SQLCA
                                      IMPACT_ID   OF PRIORITY_MATRIX_REC
                                      URGENCY_ID  OF PRIORITY_MATRIX_REC
                                      PRIORITY_ID OF PRIORITY_MATRIX_REC
                                      REC_USER    OF PRIORITY_MATRIX_REC
                                      REC_TMSTAMP OF PRIORITY_MATRIX_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO MATRIX-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO MATRIX-FOUND-FLAG
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF MATRIX_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "N" TO MATRIX-FOUND-FLAG
        GO TO 9900-EXIT
    END-EVALUATE.
/
8850-GET-SYSTEM-PARAMETER.
*   OPERATIONS TUNING - A SYSTEM_PARAMETER ROW (SEE EZITRAK0873'S
*   HEADER) OVERRIDES THE COMPILED DEFAULT; NO ROW, OR A NON-NUMERIC
*   VALUE, LEAVES BEHAVIOUR EXACTLY AS BEFORE
    MOVE "N"    TO WS-PARAMETER-FOUND-FLAG.
    MOVE SPACES TO WS-PARAMETER-VALUE-TEXT.

    PERFORM 7000-START_TRAN_RO.

    CALL "ET_SS_SYSTEM_PARAMETER" USING SQLCA
                                 PARAMETER_NAME  OF SYSTEM_PARAMETER_REC
                                 PARAMETER_VALUE OF SYSTEM_PARAMETER_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE PARAMETER_VALUE OF SYSTEM_PARAMETER_REC
          TO WS-PARAMETER-VALUE-TEXT
        PERFORM 8860-RIGHT-JUSTIFY-VALUE
            UNTIL WS-PARAMETER-VALUE-TEXT (12:1) NOT = " "
            OR WS-PARAMETER-VALUE-TEXT = SPACES
        INSPECT WS-PARAMETER-VALUE-TEXT REPLACING LEADING " " BY "0"
        IF WS-PARAMETER-VALUE-TEXT IS NUMERIC
           AND WS-PARAMETER-VALUE-NUM > ZERO
            MOVE "Y" TO WS-PARAMETER-FOUND-FLAG
        END-IF
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON SYSTEM_PARAM_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
8860-RIGHT-JUSTIFY-VALUE.
*   OPERATORS KEY VALUES LEFT-JUSTIFIED - SLIDE THE TEXT RIGHT ONE
*   PLACE AT A TIME SO "5" READS AS 5, NOT 500000000000
    MOVE WS-PARAMETER-VALUE-TEXT TO WS-PARAMETER-SHIFT-TEXT.
    MOVE WS-PARAMETER-SHIFT-TEXT (1:11)
      TO WS-PARAMETER-VALUE-TEXT (2:11).
    MOVE " " TO WS-PARAMETER-VALUE-TEXT (1:1).
/
8855-GET-PARAMETER-TEXT.
*   OPERATIONS TUNING - A SYSTEM_PARAMETER ROW (SEE EZITRAK0873'S
*   HEADER) OVERRIDES THE COMPILED DEFAULT; NO ROW LEAVES BEHAVIOUR
*   EXACTLY AS BEFORE. THE RAW TEXT COMES BACK FOR CODED VALUES
    MOVE "N"    TO WS-PARAMETER-FOUND-FLAG.
    MOVE SPACES TO WS-PARAMETER-VALUE-TEXT.

    PERFORM 7000-START_TRAN_RO.

    CALL "ET_SS_SYSTEM_PARAMETER" USING SQLCA
                                 PARAMETER_NAME  OF SYSTEM_PARAMETER_REC
                                 PARAMETER_VALUE OF SYSTEM_PARAMETER_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE PARAMETER_VALUE OF SYSTEM_PARAMETER_REC
          TO WS-PARAMETER-VALUE-TEXT
        IF WS-PARAMETER-VALUE-TEXT NOT = SPACES
            MOVE "Y" TO WS-PARAMETER-FOUND-FLAG
        END-IF
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON SYSTEM_PARAM_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
/
7060-RECORD-USAGE.
*   FIRE-AND-FORGET METERING IN THE 7050 LOCK-CONTENTION STYLE - ONE
*   ROW AT STARTUP AND ONE AT EXIT
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    IF SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
        MOVE "EZITRAK119" TO PROGRAM_NAME OF USAGE_LOG_REC
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
* **************** END OF SOURCE EZITRAK119 ****************
