IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK120                                                 *
*   Program Name : Service Status Bulletin                                    *
*   Summary      : Short-cycle batch job, meant to run every few minutes      *
*                  from a requeueing batch job (the EZITRAK086 pattern),      *
*                  that rewrites the plain-text SERVICE_STATUS_BULLETIN       *
*                  file the intranet noticeboard picks up from the shared     *
*                  directory. It lists every open problem at or above         *
*                  ALERT_PRIORITY_LIMIT (P1) and every open master            *
*                  incident - a problem other open problems point at          *
*                  through REF_PROBLEM_NUMBER - grouped by application,       *
*                  each with its latest customer-visible update (the          *
*                  newest ENTRY_TYPE "C" or "R" solution line, else the       *
*                  problem's PROGRESS_DESC), then every planned outage        *
*                  under way or starting within BULLETIN_OUTAGE_HOURS         *
*                  (24). One headline line per affected application, e.g.     *
*                  "PAYROLL DOWN - SEE 000123456", is written to the          *
*                  SERVICE_STATUS_HEADLINE file, which EZITRAK000 shows on    *
*                  the master menu banner.                                    *
*                                                                             *
*   TABLES  USED : PROBLEM_DETAILS          (Input)                           *
*                  PROBLEM_SOLUTION_DETAILS (Input)                           *
*                  APPLICATION_DETAILS      (Input)                           *
*                  PLANNED_OUTAGE           (Input)                           *
*                  SYSTEM_PARAMETER         (Input)                           *
*                  JOB_RUN_LOG              (Output)                          *
*                                                                             *
*   NOTE         : walks a new cursor ET_OC/FC/CC_PROBLEM_BULLETIN - a      *
*                  PRIORITY_ID limit in; PROBLEM_NUMBER, APPLICATION_ID,    *
*                  PRIORITY_ID, PROBLEM_DESC, PROGRESS_DESC, the count of   *
*                  open problems whose REF_PROBLEM_NUMBER is this one and   *
*                  CONFIDENTIAL_FLAG out, for every PROBLEM_STATUS "O" row  *
*                  WHERE PRIORITY_ID <= the limit OR that count > 0,        *
*                  ORDER BY APPLICATION_ID, PRIORITY_ID, PROBLEM_NUMBER.    *
*                  A DBA/CDD maintainer needs to generate it. Outages       *
*                  come through the existing                                *
*                  ET_OC/FC/CC_PLANNED_OUTAGE_ACTIVE window cursor and      *
*                  ET_SS_PLANNED_OUTAGE (see EZITRAK0933's header).         *
*                                                                             *
*   NOTE         : the noticeboard is public, so a CONFIDENTIAL_FLAG        *
*                  problem (see EZITRAK001's header) is listed by           *
*                  application and number only - its description and        *
*                  latest update print as "RESTRICTED". The headline        *
*                  carries no problem text.                                 *
*                                                                             *
*   NOTE         : SERVICE_STATUS_BULLETIN and SERVICE_STATUS_HEADLINE are  *
*                  logical names set by the requeueing DCL - the bulletin   *
*                  to the noticeboard's shared directory, the headline file *
*                  to a world-readable EZITRAK directory. Each run writes a *
*                  new version of both, so the DCL should PURGE/KEEP=2 them *
*                  after the run.                                           *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK120.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BULLETIN-FILE ASSIGN TO "SERVICE_STATUS_BULLETIN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HEADLINE-FILE ASSIGN TO "SERVICE_STATUS_HEADLINE"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  BULLETIN-FILE
    LABEL RECORDS ARE STANDARD.
01  BULLETIN-LINE                               PIC X(80).

FD  HEADLINE-FILE
    LABEL RECORDS ARE STANDARD.
01  HEADLINE-LINE                               PIC X(60).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"          from dictionary.
    copy "EZITRAK_CDD.PROBLEM_SOLUTION_DETAILS_REC" from dictionary.
    copy "EZITRAK_CDD.APPLICATION_DETAILS_REC"      from dictionary.
    copy "EZITRAK_CDD.PLANNED_OUTAGE_REC"           from dictionary.
    copy "EZITRAK_CDD.SYSTEM_PARAMETER_REC"         from dictionary.
    copy "EZITRAK_CDD.JOB_RUN_LOG_REC"              from dictionary.
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

 01  TRANSACTION_BEGUN_FLAG                      PIC X.

 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  ONE-HOUR-BIN                                PIC S9(11)V9(7) COMP
                                                    VALUE 36000000000.
 01  ALERT-PRIORITY-LIMIT                        PIC X(2) VALUE "P1".
 01  BULLETIN-OUTAGE-HOURS                       PIC S9(4) COMP VALUE 24.
 01  WS-PARAMETER-FOUND-FLAG                     PIC X.
 01  WS-PARAMETER-VALUE-TEXT                     PIC X(12).
 01  WS-PARAMETER-VALUE-NUM REDEFINES WS-PARAMETER-VALUE-TEXT
                                                 PIC 9(12).
 01  WS-PARAMETER-SHIFT-TEXT                     PIC X(12).
 01  WS-OUTAGE-UNTIL-BIN                         PIC S9(11)V9(7) COMP.
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.
 01  WS-ASCTIM-TEXT                              PIC X(23).
 01  WS-ASCTIM-BIN                               PIC S9(11)V9(7) COMP.

 01  SUB1                                        PIC S9(4) COMP.
 01  INCIDENT-COUNT                              PIC S9(4) COMP.
 01  INCIDENT-MAX                                PIC S9(4) COMP VALUE 100.
 01  INCIDENT-TABLE.
     05  INCIDENT-ENTRY OCCURS 100 TIMES.
         10  INC-PROBLEM-NUMBER                  PIC 9(9).
         10  INC-APPLICATION-ID                  PIC X(4).
         10  INC-PRIORITY-ID                     PIC X(2).
         10  INC-CHILD-COUNT                     PIC S9(4) COMP.
         10  INC-PROBLEM-DESC                    PIC X(45).
         10  INC-PROGRESS-DESC                   PIC X(60).
         10  INC-CONFIDENTIAL-FLAG               PIC X.

 01  OUTAGE-SUB                                  PIC S9(4) COMP.
 01  OUTAGE-COUNT                                PIC S9(4) COMP.
 01  OUTAGE-MAX                                  PIC S9(4) COMP VALUE 50.
 01  OUTAGE-TABLE.
     05  OUTAGE-ENTRY OCCURS 50 TIMES.
         10  OUT-OUTAGE-ID                       PIC X(8).
         10  OUT-APPLICATION-ID                  PIC X(4).
         10  OUT-SITE-ID                         PIC X(4).
         10  OUT-START-BIN                       PIC S9(11)V9(7) COMP.
         10  OUT-END-BIN                         PIC S9(11)V9(7) COMP.
         10  OUT-CHANGE-NUMBER                   PIC X(8).

 01  WS-CHILD-COUNT                              PIC S9(4) COMP.
 01  WS-CONFIDENTIAL-FLAG                        PIC X.
 01  WS-LAST-APPLICATION-ID                      PIC X(4).
 01  WS-APPLICATION-DESC                         PIC X(60).
 01  WS-LATEST-TEXT                              PIC X(60).
 01  WS-LINKED-COUNT-ED                          PIC ZZZ9.
 01  HEADLINE-COUNT                              PIC S9(9) COMP VALUE 0.

 01  WS-TITLE-LINE.
     05  FILLER                                  PIC X(40) VALUE
             "EZITRAK SERVICE STATUS BULLETIN - AS AT ".
     05  WT-AS-AT-TEXT                           PIC X(17).

 01  WS-APPLICATION-LINE.
     05  FILLER                                  PIC X(12) VALUE
                                                    "APPLICATION ".
     05  WA-APPLICATION-ID                       PIC X(4).
     05  FILLER                                  PIC X(3)  VALUE " - ".
     05  WA-APPLICATION-DESC                     PIC X(60).

 01  WS-INCIDENT-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WI-PROBLEM-NUMBER                       PIC 9(9).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WI-PRIORITY-ID                          PIC X(2).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WI-PROBLEM-DESC                         PIC X(45).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WI-LINKED-CAPTION                       PIC X(19).

 01  WS-LATEST-LINE.
     05  FILLER                                  PIC X(14) VALUE
                                                    "      LATEST: ".
     05  WL-LATEST-TEXT                          PIC X(60).

 01  WS-OUTAGE-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WO-FROM-TEXT                            PIC X(17).
     05  FILLER                                  PIC X(4)  VALUE " TO ".
     05  WO-TO-TEXT                              PIC X(17).
     05  FILLER                                  PIC X(6)  VALUE " APPL ".
     05  WO-APPLICATION-ID                       PIC X(4).
     05  FILLER                                  PIC X(6)  VALUE " SITE ".
     05  WO-SITE-ID                              PIC X(4).
     05  FILLER                                  PIC X(8)  VALUE
                                                    " CHANGE ".
     05  WO-CHANGE-NUMBER                        PIC X(8).

 01  WS-OUTAGE-DESC-LINE.
     05  FILLER                                  PIC X(6)  VALUE SPACES.
     05  WD-OUTAGE-STATE                         PIC X(12).
     05  WD-OUTAGE-DESC                          PIC X(60).

 01  WS-HEADLINE-TEXT.
     05  WH-APPLICATION-NAME                     PIC X(30).
     05  WH-CAPTION                              PIC X(16).
     05  WH-PROBLEM-NUMBER                       PIC 9(9).

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK120".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 2000-COLLECT-INCIDENTS.

    PERFORM 3000-WRITE-INCIDENTS.

    PERFORM 4000-COLLECT-OUTAGES.

    PERFORM 5000-WRITE-OUTAGES.

    MOVE SPACES TO BULLETIN-LINE.
    WRITE BULLETIN-LINE.
    MOVE "END OF BULLETIN" TO BULLETIN-LINE.
    WRITE BULLETIN-LINE.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO INCIDENT-COUNT.
    MOVE ZERO TO OUTAGE-COUNT.
    MOVE ZERO TO HEADLINE-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE "ALERT_PRIORITY_LIMIT" TO PARAMETER_NAME
                                      OF SYSTEM_PARAMETER_REC.
    PERFORM 8855-GET-PARAMETER-TEXT.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-TEXT (1:2) TO ALERT-PRIORITY-LIMIT
    END-IF.

    MOVE "BULLETIN_OUTAGE_HOURS" TO PARAMETER_NAME
                                      OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO BULLETIN-OUTAGE-HOURS
    END-IF.

    MOVE ONE-HOUR-BIN TO WS-OUTAGE-UNTIL-BIN.
    MULTIPLY BULLETIN-OUTAGE-HOURS BY WS-OUTAGE-UNTIL-BIN.
    ADD CURRENT_DATE_BIN TO WS-OUTAGE-UNTIL-BIN.

    OPEN OUTPUT BULLETIN-FILE.
    OPEN OUTPUT HEADLINE-FILE.

    MOVE CURRENT_DATE_BIN TO WS-ASCTIM-BIN.
    PERFORM 6100-FORMAT-TIME.
    MOVE WS-ASCTIM-TEXT (1:17) TO WT-AS-AT-TEXT.
    MOVE WS-TITLE-LINE TO BULLETIN-LINE.
    WRITE BULLETIN-LINE.
    MOVE SPACES TO BULLETIN-LINE.
    WRITE BULLETIN-LINE.
/
2000-COLLECT-INCIDENTS.
    PERFORM 7000-START_TRAN_RO.

    MOVE ALERT-PRIORITY-LIMIT TO PRIORITY_ID OF PROBLEM_DETAILS_REC.

    CALL "ET_OC_PROBLEM_BULLETIN" USING SQLCA
                                 PRIORITY_ID OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_BULLETIN_OC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2100-FETCH-ONE-INCIDENT UNTIL NOT SQL_SUCCESS
                                    OR INCIDENT-COUNT = INCIDENT-MAX.

    CALL "ET_CC_PROBLEM_BULLETIN" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_BULLETIN_CC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.
*
2100-FETCH-ONE-INCIDENT.
    CALL "ET_FC_PROBLEM_BULLETIN" USING SQLCA
                         PROBLEM_NUMBER   OF PROBLEM_DETAILS_REC
                         APPLICATION_ID   OF PROBLEM_DETAILS_REC
                         PRIORITY_ID      OF PROBLEM_DETAILS_REC
                         PROBLEM_DESC     OF PROBLEM_DETAILS_REC
                         PROGRESS_DESC    OF PROBLEM_DETAILS_REC
                         WS-CHILD-COUNT
                         WS-CONFIDENTIAL-FLAG
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO INCIDENT-COUNT
        MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
          TO INC-PROBLEM-NUMBER (INCIDENT-COUNT)
        MOVE APPLICATION_ID OF PROBLEM_DETAILS_REC
          TO INC-APPLICATION-ID (INCIDENT-COUNT)
        MOVE PRIORITY_ID    OF PROBLEM_DETAILS_REC
          TO INC-PRIORITY-ID    (INCIDENT-COUNT)
        MOVE WS-CHILD-COUNT
          TO INC-CHILD-COUNT    (INCIDENT-COUNT)
        MOVE PROBLEM_DESC   OF PROBLEM_DETAILS_REC
          TO INC-PROBLEM-DESC   (INCIDENT-COUNT)
        MOVE PROGRESS_DESC  OF PROBLEM_DETAILS_REC
          TO INC-PROGRESS-DESC  (INCIDENT-COUNT)
        MOVE WS-CONFIDENTIAL-FLAG
          TO INC-CONFIDENTIAL-FLAG (INCIDENT-COUNT)
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_BULLETIN_FC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3000-WRITE-INCIDENTS.
    MOVE "CURRENT INCIDENTS" TO BULLETIN-LINE.
    WRITE BULLETIN-LINE.

    IF INCIDENT-COUNT = ZERO
        MOVE SPACES TO BULLETIN-LINE
        WRITE BULLETIN-LINE
        MOVE "  NO MAJOR INCIDENTS ARE OPEN" TO BULLETIN-LINE
        WRITE BULLETIN-LINE
    END-IF.

    MOVE SPACES TO WS-LAST-APPLICATION-ID.

    PERFORM 3100-WRITE-ONE-INCIDENT VARYING SUB1 FROM 1 BY 1
                                    UNTIL SUB1 > INCIDENT-COUNT.
*
3100-WRITE-ONE-INCIDENT.
*   ROWS COME IN APPLICATION ORDER, MOST URGENT FIRST - THE FIRST ROW
*   OF EACH APPLICATION STARTS ITS GROUP AND GIVES ITS HEADLINE
    IF INC-APPLICATION-ID (SUB1) NOT = WS-LAST-APPLICATION-ID
        MOVE INC-APPLICATION-ID (SUB1) TO WS-LAST-APPLICATION-ID
        PERFORM 3200-GET-APPLICATION-DESC
        MOVE SPACES TO BULLETIN-LINE
        WRITE BULLETIN-LINE
        MOVE INC-APPLICATION-ID (SUB1) TO WA-APPLICATION-ID
        MOVE WS-APPLICATION-DESC       TO WA-APPLICATION-DESC
        MOVE WS-APPLICATION-LINE       TO BULLETIN-LINE
        WRITE BULLETIN-LINE
        PERFORM 3400-WRITE-HEADLINE
    END-IF.

    MOVE INC-PROBLEM-NUMBER (SUB1) TO WI-PROBLEM-NUMBER.
    MOVE INC-PRIORITY-ID    (SUB1) TO WI-PRIORITY-ID.
    MOVE INC-PROBLEM-DESC   (SUB1) TO WI-PROBLEM-DESC.
    IF INC-CONFIDENTIAL-FLAG (SUB1) = "Y"
        MOVE "RESTRICTED"          TO WI-PROBLEM-DESC
    END-IF.
    MOVE SPACES                    TO WI-LINKED-CAPTION.
    IF INC-CHILD-COUNT (SUB1) > ZERO
        MOVE INC-CHILD-COUNT (SUB1) TO WS-LINKED-COUNT-ED
        STRING "LINKED REPORTS " WS-LINKED-COUNT-ED
            DELIMITED BY SIZE INTO WI-LINKED-CAPTION
    END-IF.
    MOVE WS-INCIDENT-LINE TO BULLETIN-LINE.
    WRITE BULLETIN-LINE.

*   A CONFIDENTIAL PROBLEM'S UPDATES NEVER REACH THE NOTICEBOARD
    IF INC-CONFIDENTIAL-FLAG (SUB1) = "Y"
        MOVE "RESTRICTED" TO WS-LATEST-TEXT
    ELSE
        PERFORM 3300-GET-LATEST-UPDATE
    END-IF.

    IF WS-LATEST-TEXT NOT = SPACES
        MOVE WS-LATEST-TEXT TO WL-LATEST-TEXT
        MOVE WS-LATEST-LINE TO BULLETIN-LINE
        WRITE BULLETIN-LINE
    END-IF.
*
3200-GET-APPLICATION-DESC.
    MOVE SPACES TO WS-APPLICATION-DESC.

    PERFORM 7000-START_TRAN_RO.

    MOVE INC-APPLICATION-ID (SUB1)
      TO APPLICATION_ID OF APPLICATION_DETAILS_REC.

    CALL "ET_SS_APPLICATION_DETAILS" USING SQLCA
                                 APPLICATION_ID   OF APPLICATION_DETAILS_REC
                                 APPLICATION_DESC OF APPLICATION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE APPLICATION_DESC OF APPLICATION_DETAILS_REC
          TO WS-APPLICATION-DESC
    WHEN SQL_NOT_FOUND
        MOVE INC-APPLICATION-ID (SUB1) TO WS-APPLICATION-DESC
    WHEN OTHER
        DISPLAY "ERROR ON APPLICATION_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.
*
3300-GET-LATEST-UPDATE.
*   ONLY WHAT THE CUSTOMER MAY SEE GOES ON THE NOTICEBOARD - THE
*   NEWEST "C" OR "R" LINE, ELSE THE PROBLEM'S OWN PROGRESS TEXT
    MOVE INC-PROGRESS-DESC (SUB1) TO WS-LATEST-TEXT.

    PERFORM 7000-START_TRAN_RO.

    MOVE INC-PROBLEM-NUMBER (SUB1)
      TO PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC.

    CALL "ET_OC_PROBLEM_SOLUTION_DETAILS" USING SQLCA
                         PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_SOL_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3310-FETCH-ONE-UPDATE UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_SOLUTION_DETAILS" USING SQLCA.
    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.
*
3310-FETCH-ONE-UPDATE.
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
        IF ENTRY_TYPE OF PROBLEM_SOLUTION_DETAILS_REC = "C" OR "R"
            MOVE SOLUTION_DESC OF PROBLEM_SOLUTION_DETAILS_REC
              TO WS-LATEST-TEXT
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_SOL_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3400-WRITE-HEADLINE.
*   "PAYROLL DOWN - SEE 000123456" - THE APPLICATION'S NAME UP TO ITS
*   FIRST DOUBLE SPACE, SO THE MENU BANNER LINE READS NATURALLY
    MOVE SPACES TO WS-HEADLINE-TEXT.
    MOVE WS-APPLICATION-DESC TO WH-APPLICATION-NAME.

    IF INC-PRIORITY-ID (SUB1) NOT > ALERT-PRIORITY-LIMIT
        MOVE " DOWN - SEE"      TO WH-CAPTION
    ELSE
        MOVE " DISRUPTED - SEE" TO WH-CAPTION
    END-IF.

    MOVE INC-PROBLEM-NUMBER (SUB1) TO WH-PROBLEM-NUMBER.

    MOVE SPACES TO HEADLINE-LINE.
    STRING WH-APPLICATION-NAME DELIMITED BY "  "
           WH-CAPTION          DELIMITED BY "  "
           " "                 DELIMITED BY SIZE
           WH-PROBLEM-NUMBER   DELIMITED BY SIZE
      INTO HEADLINE-LINE.
    WRITE HEADLINE-LINE.

    ADD 1 TO HEADLINE-COUNT.
/
4000-COLLECT-OUTAGES.
*   EVERY WINDOW UNDER WAY NOW OR STARTING BEFORE THE LOOK-AHEAD ENDS
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_PLANNED_OUTAGE_ACTIVE" USING SQLCA
                                 CURRENT_DATE_BIN
                                 WS-OUTAGE-UNTIL-BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PLANNED_OUTAGE_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 4100-FETCH-ONE-OUTAGE UNTIL NOT SQL_SUCCESS
                                  OR OUTAGE-COUNT = OUTAGE-MAX.

    CALL "ET_CC_PLANNED_OUTAGE_ACTIVE" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PLANNED_OUTAGE_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.
*
4100-FETCH-ONE-OUTAGE.
    CALL "ET_FC_PLANNED_OUTAGE_ACTIVE" USING SQLCA
                                 OUTAGE_ID      OF PLANNED_OUTAGE_REC
                                 APPLICATION_ID OF PLANNED_OUTAGE_REC
                                 SITE_ID        OF PLANNED_OUTAGE_REC
                                 START_TMSTAMP  OF PLANNED_OUTAGE_REC
                                 END_TMSTAMP    OF PLANNED_OUTAGE_REC
                                 CHANGE_NUMBER  OF PLANNED_OUTAGE_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO OUTAGE-COUNT
        MOVE OUTAGE_ID      OF PLANNED_OUTAGE_REC
          TO OUT-OUTAGE-ID      (OUTAGE-COUNT)
        MOVE APPLICATION_ID OF PLANNED_OUTAGE_REC
          TO OUT-APPLICATION-ID (OUTAGE-COUNT)
        MOVE SITE_ID        OF PLANNED_OUTAGE_REC
          TO OUT-SITE-ID        (OUTAGE-COUNT)
        MOVE START_TMSTAMP  OF PLANNED_OUTAGE_REC
          TO OUT-START-BIN      (OUTAGE-COUNT)
        MOVE END_TMSTAMP    OF PLANNED_OUTAGE_REC
          TO OUT-END-BIN        (OUTAGE-COUNT)
        MOVE CHANGE_NUMBER  OF PLANNED_OUTAGE_REC
          TO OUT-CHANGE-NUMBER  (OUTAGE-COUNT)
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PLANNED_OUTAGE_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
5000-WRITE-OUTAGES.
    MOVE SPACES TO BULLETIN-LINE.
    WRITE BULLETIN-LINE.
    MOVE "PLANNED OUTAGES UNDER WAY OR DUE WITHIN THE NEXT DAY"
      TO BULLETIN-LINE.
    WRITE BULLETIN-LINE.
    MOVE SPACES TO BULLETIN-LINE.
    WRITE BULLETIN-LINE.

    IF OUTAGE-COUNT = ZERO
        MOVE "  NO PLANNED OUTAGES" TO BULLETIN-LINE
        WRITE BULLETIN-LINE
    END-IF.

    PERFORM 5100-WRITE-ONE-OUTAGE VARYING OUTAGE-SUB FROM 1 BY 1
                                  UNTIL OUTAGE-SUB > OUTAGE-COUNT.
*
5100-WRITE-ONE-OUTAGE.
    MOVE OUT-START-BIN (OUTAGE-SUB) TO WS-ASCTIM-BIN.
    PERFORM 6100-FORMAT-TIME.
    MOVE WS-ASCTIM-TEXT (1:17) TO WO-FROM-TEXT.

    MOVE OUT-END-BIN (OUTAGE-SUB) TO WS-ASCTIM-BIN.
    PERFORM 6100-FORMAT-TIME.
    MOVE WS-ASCTIM-TEXT (1:17) TO WO-TO-TEXT.

    MOVE OUT-APPLICATION-ID (OUTAGE-SUB) TO WO-APPLICATION-ID.
    MOVE OUT-SITE-ID        (OUTAGE-SUB) TO WO-SITE-ID.
    MOVE OUT-CHANGE-NUMBER  (OUTAGE-SUB) TO WO-CHANGE-NUMBER.
    MOVE WS-OUTAGE-LINE TO BULLETIN-LINE.
    WRITE BULLETIN-LINE.

    IF OUT-START-BIN (OUTAGE-SUB) > CURRENT_DATE_BIN
        MOVE "STARTS    - " TO WD-OUTAGE-STATE
    ELSE
        MOVE "UNDER WAY - " TO WD-OUTAGE-STATE
    END-IF.

    PERFORM 5200-GET-OUTAGE-DESC.

    MOVE OUTAGE_DESC OF PLANNED_OUTAGE_REC TO WD-OUTAGE-DESC.
    MOVE WS-OUTAGE-DESC-LINE TO BULLETIN-LINE.
    WRITE BULLETIN-LINE.
*
5200-GET-OUTAGE-DESC.
    MOVE SPACES TO OUTAGE_DESC OF PLANNED_OUTAGE_REC.

    PERFORM 7000-START_TRAN_RO.

    MOVE OUT-OUTAGE-ID (OUTAGE-SUB) TO OUTAGE_ID OF PLANNED_OUTAGE_REC.

    CALL "ET_SS_PLANNED_OUTAGE" USING SQLCA
                                OUTAGE_ID        OF PLANNED_OUTAGE_REC
                                APPLICATION_ID   OF PLANNED_OUTAGE_REC
                                SITE_ID          OF PLANNED_OUTAGE_REC
                                START_TMSTAMP    OF PLANNED_OUTAGE_REC
                                END_TMSTAMP      OF PLANNED_OUTAGE_REC
                                CHANGE_NUMBER    OF PLANNED_OUTAGE_REC
                                OUTAGE_DESC      OF PLANNED_OUTAGE_REC
                                REC_USER         OF PLANNED_OUTAGE_REC
                                REC_TMSTAMP      OF PLANNED_OUTAGE_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PLANNED_OUTAGE_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.
/
6100-FORMAT-TIME.
*   "15-OCT-2026 14:05" FROM THE TIMESTAMP LEFT IN WS-ASCTIM-BIN
    MOVE SPACES TO WS-ASCTIM-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-ASCTIM-TEXT
                            BY REFERENCE  WS-ASCTIM-BIN
                            OMITTED
                      GIVING ERR_RET.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RO NG CODE=" SQLCODE WITH CONVERSION
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
/
8000-FINALISATION.
    CLOSE BULLETIN-FILE.
    CLOSE HEADLINE-FILE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
*
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
*
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
*
9100-WRITE-JOB-START.
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.

    MOVE JOB-LOG-NAME TO JOB_NAME OF JOB_RUN_LOG_REC.

    CALL "SYS$GETTIM" USING BY REFERENCE JOB-START-TMSTAMP.
    MOVE JOB-START-TMSTAMP TO START_TMSTAMP OF JOB_RUN_LOG_REC.
    MOVE ZERO TO END_TMSTAMP  OF JOB_RUN_LOG_REC.
    MOVE "R"  TO RUN_STATUS   OF JOB_RUN_LOG_REC.
    MOVE ZERO TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE ZERO TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE ZERO TO REJECT_COUNT OF JOB_RUN_LOG_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER OF JOB_RUN_LOG_REC.

    CALL "ET_IR_JOB_RUN_LOG" USING SQLCA
                                 JOB_NAME       OF JOB_RUN_LOG_REC
                                 START_TMSTAMP  OF JOB_RUN_LOG_REC
                                 END_TMSTAMP    OF JOB_RUN_LOG_REC
                                 RUN_STATUS     OF JOB_RUN_LOG_REC
                                 READ_COUNT     OF JOB_RUN_LOG_REC
                                 UPDATE_COUNT   OF JOB_RUN_LOG_REC
                                 REJECT_COUNT   OF JOB_RUN_LOG_REC
                                 REC_USER       OF JOB_RUN_LOG_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO JOB-LOG-OPEN-FLAG
    WHEN OTHER
        DISPLAY "ERROR ON JOB_RUN_LOG_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    CALL "ET_CMT_TRN" USING SQLCA.
    MOVE "N" TO TRANSACTION_BEGUN_FLAG.
*
9150-SET-JOB-COUNTS.
    MOVE INCIDENT-COUNT TO READ_COUNT   OF JOB_RUN_LOG_REC.
    ADD  OUTAGE-COUNT   TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE HEADLINE-COUNT TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE ZERO           TO REJECT_COUNT OF JOB_RUN_LOG_REC.
*
9200-WRITE-JOB-END.
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.

    MOVE JOB-LOG-NAME      TO JOB_NAME      OF JOB_RUN_LOG_REC.
    MOVE JOB-START-TMSTAMP TO START_TMSTAMP OF JOB_RUN_LOG_REC.
    MOVE "C"               TO RUN_STATUS    OF JOB_RUN_LOG_REC.

    CALL "SYS$GETTIM" USING BY REFERENCE END_TMSTAMP OF JOB_RUN_LOG_REC.

    PERFORM 9150-SET-JOB-COUNTS.

    PERFORM 9220-JOB-RUN-LOG-UR.

    CALL "ET_CMT_TRN" USING SQLCA.
    MOVE "N" TO TRANSACTION_BEGUN_FLAG.
    MOVE "N" TO JOB-LOG-OPEN-FLAG.
*
9220-JOB-RUN-LOG-UR.
    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER OF JOB_RUN_LOG_REC.

    CALL "ET_UR_JOB_RUN_LOG" USING SQLCA
                                 JOB_NAME       OF JOB_RUN_LOG_REC
                                 START_TMSTAMP  OF JOB_RUN_LOG_REC
                                 END_TMSTAMP    OF JOB_RUN_LOG_REC
                                 RUN_STATUS     OF JOB_RUN_LOG_REC
                                 READ_COUNT     OF JOB_RUN_LOG_REC
                                 UPDATE_COUNT   OF JOB_RUN_LOG_REC
                                 REJECT_COUNT   OF JOB_RUN_LOG_REC
                                 REC_USER       OF JOB_RUN_LOG_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON JOB_RUN_LOG_UR CODE=" SQLCODE WITH CONVERSION
    END-EVALUATE.
*
9250-WRITE-JOB-FAILURE.
    IF TRANSACTION_BEGUN_FLAG = "Y"
        CALL "ET_RLB_TRN" USING SQLCA
        MOVE "N" TO TRANSACTION_BEGUN_FLAG
    END-IF.

    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    IF SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
        MOVE JOB-LOG-NAME      TO JOB_NAME      OF JOB_RUN_LOG_REC
        MOVE JOB-START-TMSTAMP TO START_TMSTAMP OF JOB_RUN_LOG_REC
        MOVE "F"               TO RUN_STATUS    OF JOB_RUN_LOG_REC
        CALL "SYS$GETTIM" USING BY REFERENCE END_TMSTAMP OF JOB_RUN_LOG_REC
        PERFORM 9150-SET-JOB-COUNTS
        PERFORM 9220-JOB-RUN-LOG-UR
        CALL "ET_CMT_TRN" USING SQLCA
        MOVE "N" TO TRANSACTION_BEGUN_FLAG
        MOVE "N" TO JOB-LOG-OPEN-FLAG
    ELSE
        DISPLAY "UNABLE TO RECORD JOB FAILURE CODE=" SQLCODE WITH CONVERSION
    END-IF.
/
9900-EXIT.
    IF NOT SQL_SUCCESS
        MOVE 15 TO ERR_FLAGS
        PERFORM 9910_ERROR VARYING ERR_SUB FROM 1 BY 1
                           UNTIL ERR_SUB > Rdb$LU_NUM_ARGUMENTS.

    IF JOB-LOG-OPEN-FLAG = "Y"
        PERFORM 9250-WRITE-JOB-FAILURE.

    IF TRANSACTION_BEGUN_FLAG = "Y"
        PERFORM 7900-RLB_TRAN.

    STOP RUN.
*
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
* **************** END OF SOURCE EZITRAK120 ****************
