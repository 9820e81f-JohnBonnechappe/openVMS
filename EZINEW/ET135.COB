IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK135                                                 *
*   Program Name : Support Scorecard                                          *
*   Summary      : Monthly batch report - one scorecard page for every        *
*                  support person active in the last                          *
*                  EZITRAK135_WINDOW_DAYS (31) days (an ACCEPT ... FROM       *
*                  SYS$COMMAND parameter overrides it). The page shows        *
*                  the problems assigned to them in the window, closed        *
*                  in the window and still open now; the closes inside        *
*                  and outside the EST_TO_COMPLETE_DAYS business-day          *
*                  target (weekends and WORK_CALENDAR days skipped, the       *
*                  EZITRAK088 way); the reopen rate of the closes they        *
*                  recorded, paired off PROBLEM_HISTORY the EZITRAK029        *
*                  way; redirects in and out from PROBLEM_REDIRECT_LOG;       *
*                  effort minutes booked; callback promises kept and          *
*                  missed; and the average satisfaction survey score on       *
*                  their problems. Beside every figure is the average         *
*                  for their team - everyone reporting to the same            *
*                  TEAM_LEADER_ID. Each page goes to SYS$PRINT and, when      *
*                  the person's team leader is on the REPORT_DISTRIBUTION     *
*                  list for EZITRAK135, is written to the SCORE_MAIL_TMP      *
*                  scratch file and mailed to that team leader alone -        *
*                  the list is never mailed the whole report. Read-only       *
*                  - nothing is changed.                                      *
*                                                                             *
*   TABLES  USED : PROBLEM_DETAILS      (Input)                               *
*                  PROBLEM_HISTORY      (Input)                               *
*                  PROBLEM_REDIRECT_LOG (Input)                               *
*                  PROBLEM_SOLUTION_DETAILS (Input)                           *
*                  CALLBACK_PROMISE     (Input)                               *
*                  SURVEY_RESPONSE      (Input)                               *
*                  PERSON_DETAILS       (Input)                               *
*                  WORK_CALENDAR        (Input)                               *
*                  REPORT_DISTRIBUTION  (Input)                               *
*                  SYSTEM_PARAMETER     (Input)                               *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : ET_OC25/FC25/CC25_PROBLEM_DETAILS are new cursor         *
*                  subprograms that need to be generated in the CDD/SQL     *
*                  module - over PROBLEM_DETAILS WHERE CONTACT_DATE >=      *
*                  :WINDOW-START-BIN OR SOLVED_DATE >= :WINDOW-START-BIN OR *
*                  PROBLEM_STATUS <> 'C', ORDER BY PROBLEM_NUMBER, fetching *
*                  PROBLEM_NUMBER, PROBLEM_STATUS, PERSON_ASSIGNED_ID,      *
*                  CONTACT_DATE, SOLVED_DATE and EST_TO_COMPLETE_DAYS.      *
*                  ET_OC/FC/CC_CALLBACK_WINDOW is also new - every          *
*                  CALLBACK_PROMISE row with PROMISED_TMSTAMP from the      *
*                  window start up to the run time, returning               *
*                  PROBLEM_NUMBER, PROMISED_TMSTAMP, PROMISED_BY_ID and     *
*                  CALLBACK_STATUS; a row still "P" at run time is a missed *
*                  promise, the EZITRAK082 rule. A DBA/CDD maintainer needs *
*                  to generate them.                                        *
*                                                                             *
*   NOTE         : The other sources are existing modules - EZITRAK029's    *
*                  ET_OC4/FC4/CC4_PROBLEM_HISTORY,                          *
*                  ET_OC/FC/CC_PROBLEM_REDIRECT_LOG_ALL, EZITRAK115's       *
*                  ET_OC/FC/CC_PERIOD_EFFORT, ET_OC/FC/CC_SURVEY_RESPONSE   *
*                  with ET_SS_PROBLEM_DETAILS for the assignee,             *
*                  ET_SS_PERSON_TEAM_LEADER (see ET0052.COB's header),      *
*                  ET_SS_WORK_CALENDAR and ET_OC/FC/CC_REPORT_DISTRIBUTION. *
*                  Effort and history rows are charged to their REC_USER,   *
*                  redirects to the from and to person, callbacks to        *
*                  PROMISED_BY_ID.                                          *
*                                                                             *
*   NOTE         : SYSTEM_PARAMETER row EZITRAK135_WINDOW_DAYS (default 31) *
*                  overrides the compiled default (see EZITRAK0873's        *
*                  header). Add each team leader who should receive their   *
*                  team's pages to REPORT_DISTRIBUTION under REPORT_NAME    *
*                  EZITRAK135 through EZITRAK057. A person with no team     *
*                  leader, or one not on the list, is printed on SYS$PRINT  *
*                  only. The job log's READ count is problems read, UPDATE  *
*                  count pages mailed and REJECT count pages printed but    *
*                  not mailed.                                              *
*                                                                             *
*   NOTE         : reopens are now paired off                               *
*                  ET_OC7/FC7/CC7_PROBLEM_HISTORY (see EZITRAK136's header) *
*                  - the OC4 scan less the rows flagged CORRECTION_FLAG "Y" *
*                  - so a supervisor's correction to a closed problem never *
*                  counts as a close and never changes who a later reopen   *
*                  is charged to.                                           *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK135.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCORE-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SCORE-MAIL-FILE ASSIGN TO "SCORE_MAIL_TMP"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  SCORE-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  SCORE-REPORT-LINE                             PIC X(132).

FD  SCORE-MAIL-FILE
    LABEL RECORDS ARE STANDARD.
01  SCORE-MAIL-LINE                               PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"          from dictionary.
    copy "EZITRAK_CDD.PROBLEM_HISTORY_REC"          from dictionary.
    copy "EZITRAK_CDD.PROBLEM_REDIRECT_LOG_REC"     from dictionary.
    copy "EZITRAK_CDD.PROBLEM_SOLUTION_DETAILS_REC" from dictionary.
    copy "EZITRAK_CDD.CALLBACK_PROMISE_REC"         from dictionary.
    copy "EZITRAK_CDD.SURVEY_RESPONSE_REC"          from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"           from dictionary.
    copy "EZITRAK_CDD.WORK_CALENDAR_REC"            from dictionary.
    copy "EZITRAK_CDD.REPORT_DISTRIBUTION_REC"      from dictionary.
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
 01  TMP_FLAG                                    PIC X.

 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  ONE-DAY-BIN                                 PIC S9(11)V9(7) COMP
                                                    VALUE 864000000000.
 01  WINDOW-SPAN-BIN                             PIC S9(11)V9(7) COMP.
 01  WINDOW-START-BIN                            PIC S9(11)V9(7) COMP.
 01  SCORE-WINDOW-DAYS                           PIC S9(9) COMP VALUE 31.
 01  WS-WINDOW-DAYS-TEXT                         PIC X(4).
 01  WS-WINDOW-DAYS-NUM REDEFINES WS-WINDOW-DAYS-TEXT PIC 9(4).
 01  WS-PARAMETER-FOUND-FLAG                     PIC X.
 01  WS-PARAMETER-VALUE-TEXT                     PIC X(12).
 01  WS-PARAMETER-VALUE-NUM REDEFINES WS-PARAMETER-VALUE-TEXT
                                                 PIC 9(12).
 01  WS-PARAMETER-SHIFT-TEXT                     PIC X(12).

 01  WS-FMT-BIN                                  PIC S9(11)V9(7) COMP.
 01  WS-FMT-TEXT                                 PIC X(11).
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.

 01  WS-DUE-DATE                                 PIC S9(11)V9(7) COMP.
 01  WS-BD-EST-DAYS                              PIC S9(9) COMP.
 01  WS-BD-DAY-NUMBER                            PIC S9(9) COMP.
 01  WS-BD-DAY-OF-WEEK                           PIC S9(9) COMP.
 01  WS-BD-DAY-START                             PIC S9(11)V9(7) COMP.
 01  WS-WORKING-DAY-FLAG                         PIC X.

 01  BISECT-LOW                                  PIC S9(4) COMP.
 01  BISECT-HIGH                                 PIC S9(4) COMP.
 01  BISECT-MID                                  PIC S9(4) COMP.
 01  INSERT-SUB                                  PIC S9(4) COMP.
 01  SUB1                                        PIC S9(4) COMP.
 01  SUB2                                        PIC S9(4) COMP.
 01  WS-FOUND-FLAG                               PIC X.
 01  WS-PERSON-SUB                               PIC S9(4) COMP.
 01  WS-TEAM-SUB                                 PIC S9(4) COMP.
 01  WS-KEY-PERSON-ID                            PIC X(8).
 01  WS-LEADER-ID                                PIC X(8).
 01  WS-LEADER-EMAIL                             PIC X(40).

*   CLOSE-TO-REOPEN PAIRING STATE - ONE PROBLEM'S HISTORY ROWS ARRIVE
*   TOGETHER IN TIME ORDER, THE EZITRAK029 WAY
 01  WS-PRIOR-PROBLEM-NUMBER                     PIC 9(9).
 01  WS-PRIOR-STATUS                             PIC X.
 01  WS-PRIOR-USER                               PIC X(8).

*   EVERYONE WITH ANYTHING TO SHOW IN THE WINDOW, IN PERSON_ID ORDER
 01  PERSON-COUNT                                PIC S9(4) COMP.
 01  PERSON-MAX                                  PIC S9(4) COMP VALUE 500.
 01  PERSON-TABLE.
     05  PERSON-ENTRY OCCURS 500 TIMES.
         10  PS-PERSON-ID                        PIC X(8).
         10  PS-TEAM-SUB                         PIC S9(4) COMP.
         10  PS-ASSIGNED                         PIC S9(9) COMP.
         10  PS-CLOSED                           PIC S9(9) COMP.
         10  PS-OPEN                             PIC S9(9) COMP.
         10  PS-IN-TARGET                        PIC S9(9) COMP.
         10  PS-LATE                             PIC S9(9) COMP.
         10  PS-HISTORY-CLOSES                   PIC S9(9) COMP.
         10  PS-REOPENS                          PIC S9(9) COMP.
         10  PS-REDIRECTS-IN                     PIC S9(9) COMP.
         10  PS-REDIRECTS-OUT                    PIC S9(9) COMP.
         10  PS-MINUTES                          PIC S9(9) COMP.
         10  PS-CALLBACKS-KEPT                   PIC S9(9) COMP.
         10  PS-CALLBACKS-MISSED                 PIC S9(9) COMP.
         10  PS-SURVEY-COUNT                     PIC S9(9) COMP.
         10  PS-SURVEY-SUM                       PIC S9(9) COMP.

*   ONE ENTRY PER TEAM LEADER - THE SAME FIGURES SUMMED OVER THE TEAM,
*   ENTRY 1 IS EVERYONE WITH NO TEAM LEADER ON FILE
 01  TEAM-COUNT                                  PIC S9(4) COMP.
 01  TEAM-MAX                                    PIC S9(4) COMP VALUE 100.
 01  TEAM-TABLE.
     05  TEAM-ENTRY OCCURS 100 TIMES.
         10  TM-LEADER-ID                        PIC X(8).
         10  TM-LEADER-EMAIL                     PIC X(40).
         10  TM-MEMBER-COUNT                     PIC S9(9) COMP.
         10  TM-ASSIGNED                         PIC S9(9) COMP.
         10  TM-CLOSED                           PIC S9(9) COMP.
         10  TM-OPEN                             PIC S9(9) COMP.
         10  TM-IN-TARGET                        PIC S9(9) COMP.
         10  TM-LATE                             PIC S9(9) COMP.
         10  TM-HISTORY-CLOSES                   PIC S9(9) COMP.
         10  TM-REOPENS                          PIC S9(9) COMP.
         10  TM-REDIRECTS-IN                     PIC S9(9) COMP.
         10  TM-REDIRECTS-OUT                    PIC S9(9) COMP.
         10  TM-MINUTES                          PIC S9(9) COMP.
         10  TM-CALLBACKS-KEPT                   PIC S9(9) COMP.
         10  TM-CALLBACKS-MISSED                 PIC S9(9) COMP.
         10  TM-SURVEY-COUNT                     PIC S9(9) COMP.
         10  TM-SURVEY-SUM                       PIC S9(9) COMP.

*   TEAM LEADERS ON THE REPORT_DISTRIBUTION LIST FOR THIS REPORT
 01  DIST-RECIP-COUNT                            PIC S9(4) COMP.
 01  DIST-RECIP-MAX                              PIC S9(4) COMP VALUE 100.
 01  DIST-RECIP-TABLE.
     05  DIST-RECIP-ID OCCURS 100 TIMES          PIC X(8).

*   ONE SCORECARD LINE - THE PERSON'S FIGURE AND THE TEAM AVERAGE,
*   EACH EITHER A COUNT OR A RATIO OF TWO COUNTS
 01  WS-PERSON-FIGURE                            PIC S9(9)V9 COMP.
 01  WS-TEAM-FIGURE                              PIC S9(9)V9 COMP.
 01  WS-PERSON-NUMERATOR                         PIC S9(9) COMP.
 01  WS-PERSON-DENOMINATOR                       PIC S9(9) COMP.
 01  WS-TEAM-NUMERATOR                           PIC S9(9) COMP.
 01  WS-TEAM-DENOMINATOR                         PIC S9(9) COMP.
 01  WS-RATIO-SCALE                              PIC S9(4) COMP.

 01  PROBLEM-READ-COUNT                          PIC S9(9) COMP VALUE 0.
 01  PAGES-MAILED-COUNT                          PIC S9(9) COMP VALUE 0.
 01  PAGES-NOT-MAILED-COUNT                      PIC S9(9) COMP VALUE 0.
 01  WS-MAIL-COMMAND                             PIC X(132).
 01  WS-PAGE-LINE                                PIC X(132).

 01  WS-PERSON-HEADING.
     05  FILLER                                  PIC X(26) VALUE
                          "SUPPORT SCORECARD - PERSON".
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WH-PERSON-ID                            PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WH-PERSON-DESC                          PIC X(30).
     05  FILLER                                  PIC X(14) VALUE
                                                    "  TEAM LEADER ".
     05  WH-LEADER-ID                            PIC X(8).

 01  WS-WINDOW-LINE.
     05  FILLER                                  PIC X(12) VALUE
                                                    "PERIOD FROM ".
     05  WW-FROM-DATE                            PIC X(11).
     05  FILLER                                  PIC X(4)  VALUE " TO ".
     05  WW-TO-DATE                              PIC X(11).

 01  WS-FIGURE-HEADING                           PIC X(52) VALUE
           "                                PERSON  TEAM AVERAGE".
 01  WS-FIGURE-LINE.
     05  WF-CAPTION                              PIC X(28).
     05  WF-PERSON                               PIC ZZZZZZZ9.9.
     05  FILLER                                  PIC X(4)  VALUE SPACES.
     05  WF-TEAM                                 PIC ZZZZZZZ9.9.

 01  WS-COUNT-LINE.
     05  WC-CAPTION                              PIC X(22).
     05  WC-COUNT                                PIC ZZZZZZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK135".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 2000-LOAD-PROBLEMS.

    PERFORM 2500-SCAN-PROBLEM-HISTORY.

    PERFORM 3000-SCAN-REDIRECTS.

    PERFORM 3200-SCAN-EFFORT.

    PERFORM 3400-SCAN-CALLBACKS.

    PERFORM 3600-SCAN-SURVEYS.

    PERFORM 3800-LOAD-DISTRIBUTION.

    PERFORM 4000-BUILD-TEAMS.

    PERFORM 5000-REPORT-EACH-PERSON.

    PERFORM 6100-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO   TO SQLCODE.
    MOVE "N"    TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO   TO PERSON-COUNT.
    MOVE ZERO   TO TEAM-COUNT.
    MOVE ZERO   TO DIST-RECIP-COUNT.
    MOVE ZERO   TO WS-PRIOR-PROBLEM-NUMBER.
    MOVE " "    TO WS-PRIOR-STATUS.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE "EZITRAK135_WINDOW_DAYS" TO PARAMETER_NAME OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO SCORE-WINDOW-DAYS
    END-IF.

    MOVE SPACES TO WS-WINDOW-DAYS-TEXT.
    ACCEPT WS-WINDOW-DAYS-TEXT FROM SYS$COMMAND.

    IF WS-WINDOW-DAYS-TEXT IS NUMERIC AND WS-WINDOW-DAYS-NUM > ZERO
        MOVE WS-WINDOW-DAYS-NUM TO SCORE-WINDOW-DAYS
    END-IF.

    MOVE ONE-DAY-BIN TO WINDOW-SPAN-BIN.
    MULTIPLY SCORE-WINDOW-DAYS BY WINDOW-SPAN-BIN.
    SUBTRACT WINDOW-SPAN-BIN FROM CURRENT_DATE_BIN GIVING WINDOW-START-BIN.

    MOVE WINDOW-START-BIN TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT TO WW-FROM-DATE.
    MOVE CURRENT_DATE_BIN TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT TO WW-TO-DATE.

    OPEN OUTPUT SCORE-REPORT-FILE.
/
2000-LOAD-PROBLEMS.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC25_PROBLEM_DETAILS" USING SQLCA
                                 WINDOW-START-BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_OC25 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2100-FETCH-ONE-PROBLEM UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC25_PROBLEM_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_CC25 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
2100-FETCH-ONE-PROBLEM.
    CALL "ET_FC25_PROBLEM_DETAILS" USING SQLCA
                                 PROBLEM_NUMBER       OF PROBLEM_DETAILS_REC
                                 PROBLEM_STATUS       OF PROBLEM_DETAILS_REC
                                 PERSON_ASSIGNED_ID   OF PROBLEM_DETAILS_REC
                                 CONTACT_DATE         OF PROBLEM_DETAILS_REC
                                 SOLVED_DATE          OF PROBLEM_DETAILS_REC
                                 EST_TO_COMPLETE_DAYS OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO PROBLEM-READ-COUNT
        PERFORM 2200-TALLY-PROBLEM THRU 2200-TALLY-PROBLEM-EXIT
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_FC25 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
2200-TALLY-PROBLEM.
*   AN UNASSIGNED PROBLEM IS NOBODY'S TO SCORE
    IF PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC = SPACES
        GO TO 2200-TALLY-PROBLEM-EXIT
    END-IF.

    MOVE PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC TO WS-KEY-PERSON-ID.
    PERFORM 4800-FIND-PERSON THRU 4800-FIND-PERSON-EXIT.

    IF CONTACT_DATE OF PROBLEM_DETAILS_REC NOT < WINDOW-START-BIN
        ADD 1 TO PS-ASSIGNED (WS-PERSON-SUB)
    END-IF.

    IF PROBLEM_STATUS OF PROBLEM_DETAILS_REC NOT = "C"
        ADD 1 TO PS-OPEN (WS-PERSON-SUB)
        GO TO 2200-TALLY-PROBLEM-EXIT
    END-IF.

    IF SOLVED_DATE OF PROBLEM_DETAILS_REC < WINDOW-START-BIN
        GO TO 2200-TALLY-PROBLEM-EXIT
    END-IF.

    ADD 1 TO PS-CLOSED (WS-PERSON-SUB).

*   SOLVED BY THE SAME TIME ON THE LAST BUSINESS DAY ALLOWED IS INSIDE
*   THE TARGET, AS EZITRAK088 RECKONS OVERDUE
    MOVE CONTACT_DATE OF PROBLEM_DETAILS_REC TO WS-DUE-DATE.
    MOVE EST_TO_COMPLETE_DAYS OF PROBLEM_DETAILS_REC TO WS-BD-EST-DAYS.
    PERFORM 8975-COMPUTE-BUSINESS-DUE-DATE.

    IF SOLVED_DATE OF PROBLEM_DETAILS_REC > WS-DUE-DATE
        ADD 1 TO PS-LATE      (WS-PERSON-SUB)
    ELSE
        ADD 1 TO PS-IN-TARGET (WS-PERSON-SUB)
    END-IF.
*
2200-TALLY-PROBLEM-EXIT.
    EXIT.
/
2500-SCAN-PROBLEM-HISTORY.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC7_PROBLEM_HISTORY" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON HISTORY_OC7 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2600-FETCH-ONE-HISTORY-ROW UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC7_PROBLEM_HISTORY" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON HISTORY_CC7 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
2600-FETCH-ONE-HISTORY-ROW.
    CALL "ET_FC7_PROBLEM_HISTORY" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_HISTORY_REC
                                 REC_TMSTAMP    OF PROBLEM_HISTORY_REC
                                 PROBLEM_STATUS OF PROBLEM_HISTORY_REC
                                 REC_USER       OF PROBLEM_HISTORY_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 2700-EXAMINE-ONE-ROW
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON HISTORY_FC7 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
2700-EXAMINE-ONE-ROW.
*   A CLOSE IN THE WINDOW COUNTS TO WHOEVER RECORDED IT; A REOPEN IN
*   THE WINDOW IS CHARGED BACK TO WHOEVER RECORDED THE CLOSE BEFORE IT
    IF PROBLEM_NUMBER OF PROBLEM_HISTORY_REC
       NOT = WS-PRIOR-PROBLEM-NUMBER
        MOVE PROBLEM_NUMBER OF PROBLEM_HISTORY_REC
          TO WS-PRIOR-PROBLEM-NUMBER
        MOVE " " TO WS-PRIOR-STATUS
    END-IF.

    IF PROBLEM_STATUS OF PROBLEM_HISTORY_REC = "C"
       AND WS-PRIOR-STATUS NOT = "C"
       AND REC_TMSTAMP OF PROBLEM_HISTORY_REC >= WINDOW-START-BIN
       AND REC_USER OF PROBLEM_HISTORY_REC NOT = SPACES
        MOVE REC_USER OF PROBLEM_HISTORY_REC TO WS-KEY-PERSON-ID
        PERFORM 4800-FIND-PERSON THRU 4800-FIND-PERSON-EXIT
        ADD 1 TO PS-HISTORY-CLOSES (WS-PERSON-SUB)
    END-IF.

    IF WS-PRIOR-STATUS = "C"
       AND PROBLEM_STATUS OF PROBLEM_HISTORY_REC = "O"
       AND REC_TMSTAMP OF PROBLEM_HISTORY_REC >= WINDOW-START-BIN
       AND WS-PRIOR-USER NOT = SPACES
        MOVE WS-PRIOR-USER TO WS-KEY-PERSON-ID
        PERFORM 4800-FIND-PERSON THRU 4800-FIND-PERSON-EXIT
        ADD 1 TO PS-REOPENS (WS-PERSON-SUB)
    END-IF.

    MOVE PROBLEM_STATUS OF PROBLEM_HISTORY_REC TO WS-PRIOR-STATUS.
    MOVE REC_USER       OF PROBLEM_HISTORY_REC TO WS-PRIOR-USER.
/
3000-SCAN-REDIRECTS.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_PROBLEM_REDIRECT_LOG_ALL" USING SQLCA
                                 WINDOW-START-BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REDIRECT_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-REDIRECT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_REDIRECT_LOG_ALL" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REDIRECT_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3100-FETCH-ONE-REDIRECT.
    CALL "ET_FC_PROBLEM_REDIRECT_LOG_ALL" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_REDIRECT_LOG_REC
                                 REC_TMSTAMP    OF PROBLEM_REDIRECT_LOG_REC
                                 FROM_PERSON_ID OF PROBLEM_REDIRECT_LOG_REC
                                 TO_PERSON_ID   OF PROBLEM_REDIRECT_LOG_REC
                                 REC_USER       OF PROBLEM_REDIRECT_LOG_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 3150-TALLY-REDIRECT
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REDIRECT_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3150-TALLY-REDIRECT.
    IF FROM_PERSON_ID OF PROBLEM_REDIRECT_LOG_REC NOT = SPACES
        MOVE FROM_PERSON_ID OF PROBLEM_REDIRECT_LOG_REC
          TO WS-KEY-PERSON-ID
        PERFORM 4800-FIND-PERSON THRU 4800-FIND-PERSON-EXIT
        ADD 1 TO PS-REDIRECTS-OUT (WS-PERSON-SUB)
    END-IF.

    IF TO_PERSON_ID OF PROBLEM_REDIRECT_LOG_REC NOT = SPACES
        MOVE TO_PERSON_ID OF PROBLEM_REDIRECT_LOG_REC
          TO WS-KEY-PERSON-ID
        PERFORM 4800-FIND-PERSON THRU 4800-FIND-PERSON-EXIT
        ADD 1 TO PS-REDIRECTS-IN (WS-PERSON-SUB)
    END-IF.
/
3200-SCAN-EFFORT.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_PERIOD_EFFORT" USING SQLCA
                                 WINDOW-START-BIN
                                 CURRENT_DATE_BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERIOD_EFFORT_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3300-FETCH-ONE-EFFORT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PERIOD_EFFORT" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERIOD_EFFORT_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3300-FETCH-ONE-EFFORT.
    CALL "ET_FC_PERIOD_EFFORT" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
                                 MINUTES_SPENT  OF PROBLEM_SOLUTION_DETAILS_REC
                                 REC_USER       OF PROBLEM_SOLUTION_DETAILS_REC
                                 REC_TMSTAMP    OF PROBLEM_SOLUTION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF REC_USER OF PROBLEM_SOLUTION_DETAILS_REC NOT = SPACES
            MOVE REC_USER OF PROBLEM_SOLUTION_DETAILS_REC
              TO WS-KEY-PERSON-ID
            PERFORM 4800-FIND-PERSON THRU 4800-FIND-PERSON-EXIT
            ADD MINUTES_SPENT OF PROBLEM_SOLUTION_DETAILS_REC
             TO PS-MINUTES (WS-PERSON-SUB)
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERIOD_EFFORT_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3400-SCAN-CALLBACKS.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_CALLBACK_WINDOW" USING SQLCA
                                 WINDOW-START-BIN
                                 CURRENT_DATE_BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CALLBACK_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3500-FETCH-ONE-CALLBACK UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_CALLBACK_WINDOW" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CALLBACK_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3500-FETCH-ONE-CALLBACK.
    CALL "ET_FC_CALLBACK_WINDOW" USING SQLCA
                                 PROBLEM_NUMBER    OF CALLBACK_PROMISE_REC
                                 PROMISED_TMSTAMP  OF CALLBACK_PROMISE_REC
                                 PROMISED_BY_ID    OF CALLBACK_PROMISE_REC
                                 CALLBACK_STATUS   OF CALLBACK_PROMISE_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 3550-TALLY-CALLBACK
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CALLBACK_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3550-TALLY-CALLBACK.
*   EVERY PROMISE IN THE CURSOR FELL DUE BEFORE THE RUN - KEPT ("K")
*   OR STILL PENDING ("P"), WHICH EZITRAK082 REPORTS AS MISSED
    IF PROMISED_BY_ID OF CALLBACK_PROMISE_REC NOT = SPACES
        MOVE PROMISED_BY_ID OF CALLBACK_PROMISE_REC TO WS-KEY-PERSON-ID
        PERFORM 4800-FIND-PERSON THRU 4800-FIND-PERSON-EXIT
        EVALUATE CALLBACK_STATUS OF CALLBACK_PROMISE_REC
        WHEN "K"
            ADD 1 TO PS-CALLBACKS-KEPT   (WS-PERSON-SUB)
        WHEN "P"
            ADD 1 TO PS-CALLBACKS-MISSED (WS-PERSON-SUB)
        WHEN OTHER
            CONTINUE
        END-EVALUATE
    END-IF.
/
3600-SCAN-SURVEYS.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_SURVEY_RESPONSE" USING SQLCA
                                 WINDOW-START-BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SURVEY_RESP_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3700-FETCH-ONE-RESPONSE UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_SURVEY_RESPONSE" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SURVEY_RESP_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3700-FETCH-ONE-RESPONSE.
    CALL "ET_FC_SURVEY_RESPONSE" USING SQLCA
                                 PROBLEM_NUMBER    OF SURVEY_RESPONSE_REC
                                 CONTACT_PERSON_ID OF SURVEY_RESPONSE_REC
                                 SURVEY_SCORE      OF SURVEY_RESPONSE_REC
                                 RESPONSE_DESC     OF SURVEY_RESPONSE_REC
                                 REC_USER          OF SURVEY_RESPONSE_REC
                                 REC_TMSTAMP       OF SURVEY_RESPONSE_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 3750-TALLY-RESPONSE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SURVEY_RESP_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3750-TALLY-RESPONSE.
*   THE SCORE BELONGS TO WHOEVER HAS THE PROBLEM NOW - A PROBLEM SINCE
*   PURGED OR NEVER ASSIGNED SCORES NOBODY
    MOVE PROBLEM_NUMBER OF SURVEY_RESPONSE_REC
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
        IF PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC NOT = SPACES
            MOVE PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC
              TO WS-KEY-PERSON-ID
            PERFORM 4800-FIND-PERSON THRU 4800-FIND-PERSON-EXIT
            ADD 1 TO PS-SURVEY-COUNT (WS-PERSON-SUB)
            ADD SURVEY_SCORE OF SURVEY_RESPONSE_REC
             TO PS-SURVEY-SUM (WS-PERSON-SUB)
        END-IF
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "SS PROBLEM NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.
/
3800-LOAD-DISTRIBUTION.
*   ONLY A TEAM LEADER ON THIS LIST IS SENT THEIR PEOPLE'S PAGES -
*   NOBODY ON IT IS EVER MAILED THE WHOLE REPORT
    PERFORM 7000-START_TRAN_RO.

    MOVE JOB-LOG-NAME TO REPORT_NAME OF REPORT_DISTRIBUTION_REC.

    CALL "ET_OC_REPORT_DISTRIBUTION" USING SQLCA
                                 REPORT_NAME OF REPORT_DISTRIBUTION_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REPORT_DIST_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3900-FETCH-ONE-RECIPIENT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_REPORT_DISTRIBUTION" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REPORT_DIST_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3900-FETCH-ONE-RECIPIENT.
    CALL "ET_FC_REPORT_DISTRIBUTION" USING SQLCA
                                 PERSON_ID   OF REPORT_DISTRIBUTION_REC
                                 REC_USER    OF REPORT_DISTRIBUTION_REC
                                 REC_TMSTAMP OF REPORT_DISTRIBUTION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF DIST-RECIP-COUNT = DIST-RECIP-MAX
            DISPLAY "MORE THAN " DIST-RECIP-MAX " RECIPIENTS - RAISE "
                    "DIST-RECIP-MAX" WITH CONVERSION
            GO TO 9900-EXIT
        END-IF
        ADD 1 TO DIST-RECIP-COUNT
        MOVE PERSON_ID OF REPORT_DISTRIBUTION_REC
          TO DIST-RECIP-ID (DIST-RECIP-COUNT)
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REPORT_DIST_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
4000-BUILD-TEAMS.
*   ENTRY 1 GATHERS EVERYONE WITH NO TEAM LEADER - IT IS NEVER MAILED
    MOVE SPACES TO WS-LEADER-ID.
    PERFORM 4300-ADD-TEAM.

    PERFORM 7000-START_TRAN_RO.

    PERFORM 4100-PLACE-ONE-PERSON VARYING SUB1 FROM 1 BY 1
        UNTIL SUB1 > PERSON-COUNT.

    PERFORM 7800-CMT_TRAN.
*
4100-PLACE-ONE-PERSON.
    MOVE PS-PERSON-ID (SUB1) TO PERSON_ID OF PERSON_DETAILS_REC.

    CALL "ET_SS_PERSON_TEAM_LEADER" USING SQLCA
                             PERSON_ID      OF PERSON_DETAILS_REC
                             TEAM_LEADER_ID OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE TEAM_LEADER_ID OF PERSON_DETAILS_REC TO WS-LEADER-ID
    WHEN SQL_NOT_FOUND
        MOVE SPACES TO WS-LEADER-ID
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF TEAM_LEADER_SS CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE "N" TO WS-FOUND-FLAG.
    PERFORM 4200-MATCH-TEAM VARYING SUB2 FROM 1 BY 1
        UNTIL SUB2 > TEAM-COUNT OR WS-FOUND-FLAG = "Y".

    IF WS-FOUND-FLAG = "Y"
        SUBTRACT 1 FROM SUB2
        MOVE SUB2 TO WS-TEAM-SUB
    ELSE
        PERFORM 4300-ADD-TEAM
    END-IF.

    MOVE WS-TEAM-SUB TO PS-TEAM-SUB (SUB1).

    ADD 1                          TO TM-MEMBER-COUNT     (WS-TEAM-SUB).
    ADD PS-ASSIGNED         (SUB1) TO TM-ASSIGNED         (WS-TEAM-SUB).
    ADD PS-CLOSED           (SUB1) TO TM-CLOSED           (WS-TEAM-SUB).
    ADD PS-OPEN             (SUB1) TO TM-OPEN             (WS-TEAM-SUB).
    ADD PS-IN-TARGET        (SUB1) TO TM-IN-TARGET        (WS-TEAM-SUB).
    ADD PS-LATE             (SUB1) TO TM-LATE             (WS-TEAM-SUB).
    ADD PS-HISTORY-CLOSES   (SUB1) TO TM-HISTORY-CLOSES   (WS-TEAM-SUB).
    ADD PS-REOPENS          (SUB1) TO TM-REOPENS          (WS-TEAM-SUB).
    ADD PS-REDIRECTS-IN     (SUB1) TO TM-REDIRECTS-IN     (WS-TEAM-SUB).
    ADD PS-REDIRECTS-OUT    (SUB1) TO TM-REDIRECTS-OUT    (WS-TEAM-SUB).
    ADD PS-MINUTES          (SUB1) TO TM-MINUTES          (WS-TEAM-SUB).
    ADD PS-CALLBACKS-KEPT   (SUB1) TO TM-CALLBACKS-KEPT   (WS-TEAM-SUB).
    ADD PS-CALLBACKS-MISSED (SUB1) TO TM-CALLBACKS-MISSED (WS-TEAM-SUB).
    ADD PS-SURVEY-COUNT     (SUB1) TO TM-SURVEY-COUNT     (WS-TEAM-SUB).
    ADD PS-SURVEY-SUM       (SUB1) TO TM-SURVEY-SUM       (WS-TEAM-SUB).
*
4200-MATCH-TEAM.
    IF TM-LEADER-ID (SUB2) = WS-LEADER-ID
        MOVE "Y" TO WS-FOUND-FLAG
    END-IF.
*
4300-ADD-TEAM.
    IF TEAM-COUNT = TEAM-MAX
        DISPLAY "MORE THAN " TEAM-MAX " TEAM LEADERS - RAISE "
                "TEAM-MAX" WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    ADD 1 TO TEAM-COUNT.
    MOVE TEAM-COUNT TO WS-TEAM-SUB.

    MOVE WS-LEADER-ID TO TM-LEADER-ID        (WS-TEAM-SUB).
    MOVE ZERO         TO TM-MEMBER-COUNT     (WS-TEAM-SUB).
    MOVE ZERO         TO TM-ASSIGNED         (WS-TEAM-SUB).
    MOVE ZERO         TO TM-CLOSED           (WS-TEAM-SUB).
    MOVE ZERO         TO TM-OPEN             (WS-TEAM-SUB).
    MOVE ZERO         TO TM-IN-TARGET        (WS-TEAM-SUB).
    MOVE ZERO         TO TM-LATE             (WS-TEAM-SUB).
    MOVE ZERO         TO TM-HISTORY-CLOSES   (WS-TEAM-SUB).
    MOVE ZERO         TO TM-REOPENS          (WS-TEAM-SUB).
    MOVE ZERO         TO TM-REDIRECTS-IN     (WS-TEAM-SUB).
    MOVE ZERO         TO TM-REDIRECTS-OUT    (WS-TEAM-SUB).
    MOVE ZERO         TO TM-MINUTES          (WS-TEAM-SUB).
    MOVE ZERO         TO TM-CALLBACKS-KEPT   (WS-TEAM-SUB).
    MOVE ZERO         TO TM-CALLBACKS-MISSED (WS-TEAM-SUB).
    MOVE ZERO         TO TM-SURVEY-COUNT     (WS-TEAM-SUB).
    MOVE ZERO         TO TM-SURVEY-SUM       (WS-TEAM-SUB).

    PERFORM 4400-READ-LEADER-EMAIL THRU 4400-READ-LEADER-EMAIL-EXIT.
    MOVE WS-LEADER-EMAIL TO TM-LEADER-EMAIL (WS-TEAM-SUB).
*
4400-READ-LEADER-EMAIL.
*   NO ADDRESS - AND SO NO MAIL - UNLESS THE LEADER IS ON THE LIST
    MOVE SPACES TO WS-LEADER-EMAIL.

    IF WS-LEADER-ID = SPACES
        GO TO 4400-READ-LEADER-EMAIL-EXIT
    END-IF.

    MOVE "N" TO WS-FOUND-FLAG.
    PERFORM 4410-MATCH-RECIPIENT VARYING SUB2 FROM 1 BY 1
        UNTIL SUB2 > DIST-RECIP-COUNT OR WS-FOUND-FLAG = "Y".

    IF WS-FOUND-FLAG = "N"
        GO TO 4400-READ-LEADER-EMAIL-EXIT
    END-IF.

    MOVE WS-LEADER-ID TO PERSON_ID OF PERSON_DETAILS_REC.

    CALL "ET_SS_PERSON_EMAIL" USING SQLCA
                                  PERSON_ID    OF PERSON_DETAILS_REC
                                  PERSON_EMAIL OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE PERSON_EMAIL OF PERSON_DETAILS_REC TO WS-LEADER-EMAIL
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_EMAIL_SS CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
4400-READ-LEADER-EMAIL-EXIT.
    EXIT.
*
4410-MATCH-RECIPIENT.
    IF DIST-RECIP-ID (SUB2) = WS-LEADER-ID
        MOVE "Y" TO WS-FOUND-FLAG
    END-IF.
/
4800-FIND-PERSON.
*   WS-KEY-PERSON-ID IN, WS-PERSON-SUB OUT - A PERSON NOT YET SEEN IS
*   ADDED WITH EVERY FIGURE AT ZERO
    MOVE "N"          TO WS-FOUND-FLAG.
    MOVE 1            TO BISECT-LOW.
    MOVE PERSON-COUNT TO BISECT-HIGH.
    PERFORM 4810-BISECT-FIND-PERSON
        UNTIL BISECT-LOW > BISECT-HIGH
           OR WS-FOUND-FLAG = "Y".

    IF WS-FOUND-FLAG = "Y"
        MOVE BISECT-MID TO WS-PERSON-SUB
        GO TO 4800-FIND-PERSON-EXIT
    END-IF.

*   A NEW PERSON - BISECT-LOW IS WHERE THEY BELONG IN THE TABLE
    IF PERSON-COUNT = PERSON-MAX
        DISPLAY "MORE THAN " PERSON-MAX " PEOPLE - RAISE "
                "PERSON-MAX" WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    PERFORM 4820-SHIFT-PERSON
        VARYING INSERT-SUB FROM PERSON-COUNT BY -1
        UNTIL INSERT-SUB < BISECT-LOW.
    ADD 1 TO PERSON-COUNT.
    MOVE BISECT-LOW TO WS-PERSON-SUB.

    MOVE WS-KEY-PERSON-ID TO PS-PERSON-ID        (WS-PERSON-SUB).
    MOVE ZERO             TO PS-TEAM-SUB         (WS-PERSON-SUB).
    MOVE ZERO             TO PS-ASSIGNED         (WS-PERSON-SUB).
    MOVE ZERO             TO PS-CLOSED           (WS-PERSON-SUB).
    MOVE ZERO             TO PS-OPEN             (WS-PERSON-SUB).
    MOVE ZERO             TO PS-IN-TARGET        (WS-PERSON-SUB).
    MOVE ZERO             TO PS-LATE             (WS-PERSON-SUB).
    MOVE ZERO             TO PS-HISTORY-CLOSES   (WS-PERSON-SUB).
    MOVE ZERO             TO PS-REOPENS          (WS-PERSON-SUB).
    MOVE ZERO             TO PS-REDIRECTS-IN     (WS-PERSON-SUB).
    MOVE ZERO             TO PS-REDIRECTS-OUT    (WS-PERSON-SUB).
    MOVE ZERO             TO PS-MINUTES          (WS-PERSON-SUB).
    MOVE ZERO             TO PS-CALLBACKS-KEPT   (WS-PERSON-SUB).
    MOVE ZERO             TO PS-CALLBACKS-MISSED (WS-PERSON-SUB).
    MOVE ZERO             TO PS-SURVEY-COUNT     (WS-PERSON-SUB).
    MOVE ZERO             TO PS-SURVEY-SUM       (WS-PERSON-SUB).
*
4800-FIND-PERSON-EXIT.
    EXIT.
*
4810-BISECT-FIND-PERSON.
    COMPUTE BISECT-MID = (BISECT-LOW + BISECT-HIGH) / 2.

    EVALUATE TRUE
    WHEN PS-PERSON-ID (BISECT-MID) = WS-KEY-PERSON-ID
        MOVE "Y" TO WS-FOUND-FLAG
    WHEN PS-PERSON-ID (BISECT-MID) > WS-KEY-PERSON-ID
        COMPUTE BISECT-HIGH = BISECT-MID - 1
    WHEN OTHER
        COMPUTE BISECT-LOW  = BISECT-MID + 1
    END-EVALUATE.
*
4820-SHIFT-PERSON.
    MOVE PERSON-ENTRY (INSERT-SUB) TO PERSON-ENTRY (INSERT-SUB + 1).
/
5000-REPORT-EACH-PERSON.
    PERFORM 5100-REPORT-ONE-PERSON VARYING SUB1 FROM 1 BY 1
        UNTIL SUB1 > PERSON-COUNT.
*
5100-REPORT-ONE-PERSON.
    MOVE PS-TEAM-SUB (SUB1) TO WS-TEAM-SUB.

    PERFORM 7000-START_TRAN_RO.
    PERFORM 5200-READ-PERSON-NAME.
    PERFORM 7800-CMT_TRAN.

    MOVE PS-PERSON-ID (SUB1)         TO WH-PERSON-ID.
    MOVE TM-LEADER-ID (WS-TEAM-SUB)  TO WH-LEADER-ID.

    OPEN OUTPUT SCORE-MAIL-FILE.

    MOVE WS-PERSON-HEADING TO SCORE-REPORT-LINE.
    WRITE SCORE-REPORT-LINE AFTER ADVANCING PAGE.
    MOVE WS-PERSON-HEADING TO SCORE-MAIL-LINE.
    WRITE SCORE-MAIL-LINE.

    MOVE WS-WINDOW-LINE TO WS-PAGE-LINE.
    PERFORM 5500-WRITE-PAGE-LINE.
    MOVE SPACES TO WS-PAGE-LINE.
    PERFORM 5500-WRITE-PAGE-LINE.
    MOVE WS-FIGURE-HEADING TO WS-PAGE-LINE.
    PERFORM 5500-WRITE-PAGE-LINE.

    MOVE "PROBLEMS ASSIGNED"          TO WF-CAPTION.
    MOVE PS-ASSIGNED (SUB1)           TO WS-PERSON-NUMERATOR.
    MOVE TM-ASSIGNED (WS-TEAM-SUB)    TO WS-TEAM-NUMERATOR.
    PERFORM 5300-PRINT-COUNT-FIGURE.

    MOVE "PROBLEMS CLOSED"            TO WF-CAPTION.
    MOVE PS-CLOSED (SUB1)             TO WS-PERSON-NUMERATOR.
    MOVE TM-CLOSED (WS-TEAM-SUB)      TO WS-TEAM-NUMERATOR.
    PERFORM 5300-PRINT-COUNT-FIGURE.

    MOVE "PROBLEMS STILL OPEN"        TO WF-CAPTION.
    MOVE PS-OPEN (SUB1)               TO WS-PERSON-NUMERATOR.
    MOVE TM-OPEN (WS-TEAM-SUB)        TO WS-TEAM-NUMERATOR.
    PERFORM 5300-PRINT-COUNT-FIGURE.

    MOVE "CLOSED INSIDE TARGET"       TO WF-CAPTION.
    MOVE PS-IN-TARGET (SUB1)          TO WS-PERSON-NUMERATOR.
    MOVE TM-IN-TARGET (WS-TEAM-SUB)   TO WS-TEAM-NUMERATOR.
    PERFORM 5300-PRINT-COUNT-FIGURE.

    MOVE "CLOSED OUTSIDE TARGET"      TO WF-CAPTION.
    MOVE PS-LATE (SUB1)               TO WS-PERSON-NUMERATOR.
    MOVE TM-LATE (WS-TEAM-SUB)        TO WS-TEAM-NUMERATOR.
    PERFORM 5300-PRINT-COUNT-FIGURE.

    MOVE "REOPEN RATE %"              TO WF-CAPTION.
    MOVE PS-REOPENS (SUB1)            TO WS-PERSON-NUMERATOR.
    MOVE PS-HISTORY-CLOSES (SUB1)     TO WS-PERSON-DENOMINATOR.
    MOVE TM-REOPENS (WS-TEAM-SUB)     TO WS-TEAM-NUMERATOR.
    MOVE TM-HISTORY-CLOSES (WS-TEAM-SUB)
      TO WS-TEAM-DENOMINATOR.
    MOVE 100                          TO WS-RATIO-SCALE.
    PERFORM 5400-PRINT-RATIO-FIGURE.

    MOVE "REDIRECTS IN"               TO WF-CAPTION.
    MOVE PS-REDIRECTS-IN (SUB1)       TO WS-PERSON-NUMERATOR.
    MOVE TM-REDIRECTS-IN (WS-TEAM-SUB) TO WS-TEAM-NUMERATOR.
    PERFORM 5300-PRINT-COUNT-FIGURE.

    MOVE "REDIRECTS OUT"              TO WF-CAPTION.
    MOVE PS-REDIRECTS-OUT (SUB1)      TO WS-PERSON-NUMERATOR.
    MOVE TM-REDIRECTS-OUT (WS-TEAM-SUB) TO WS-TEAM-NUMERATOR.
    PERFORM 5300-PRINT-COUNT-FIGURE.

    MOVE "EFFORT MINUTES"             TO WF-CAPTION.
    MOVE PS-MINUTES (SUB1)            TO WS-PERSON-NUMERATOR.
    MOVE TM-MINUTES (WS-TEAM-SUB)     TO WS-TEAM-NUMERATOR.
    PERFORM 5300-PRINT-COUNT-FIGURE.

    MOVE "CALLBACKS KEPT"             TO WF-CAPTION.
    MOVE PS-CALLBACKS-KEPT (SUB1)     TO WS-PERSON-NUMERATOR.
    MOVE TM-CALLBACKS-KEPT (WS-TEAM-SUB)
      TO WS-TEAM-NUMERATOR.
    PERFORM 5300-PRINT-COUNT-FIGURE.

    MOVE "CALLBACKS MISSED"           TO WF-CAPTION.
    MOVE PS-CALLBACKS-MISSED (SUB1)   TO WS-PERSON-NUMERATOR.
    MOVE TM-CALLBACKS-MISSED (WS-TEAM-SUB)
      TO WS-TEAM-NUMERATOR.
    PERFORM 5300-PRINT-COUNT-FIGURE.

    MOVE "AVERAGE SURVEY SCORE"       TO WF-CAPTION.
    MOVE PS-SURVEY-SUM (SUB1)         TO WS-PERSON-NUMERATOR.
    MOVE PS-SURVEY-COUNT (SUB1)       TO WS-PERSON-DENOMINATOR.
    MOVE TM-SURVEY-SUM (WS-TEAM-SUB)  TO WS-TEAM-NUMERATOR.
    MOVE TM-SURVEY-COUNT (WS-TEAM-SUB) TO WS-TEAM-DENOMINATOR.
    MOVE 1                            TO WS-RATIO-SCALE.
    PERFORM 5400-PRINT-RATIO-FIGURE.

    MOVE SPACES TO WS-PAGE-LINE.
    PERFORM 5500-WRITE-PAGE-LINE.
    MOVE "SURVEYS RETURNED    = " TO WC-CAPTION.
    MOVE PS-SURVEY-COUNT (SUB1)   TO WC-COUNT.
    MOVE WS-COUNT-LINE TO WS-PAGE-LINE.
    PERFORM 5500-WRITE-PAGE-LINE.

    CLOSE SCORE-MAIL-FILE.

    IF TM-LEADER-EMAIL (WS-TEAM-SUB) NOT = SPACES
        PERFORM 5700-SPAWN-SCORE-MAIL
    ELSE
        ADD 1 TO PAGES-NOT-MAILED-COUNT
    END-IF.
*
5200-READ-PERSON-NAME.
    MOVE SPACES TO WH-PERSON-DESC.
    MOVE PS-PERSON-ID (SUB1) TO PERSON_ID OF PERSON_DETAILS_REC.

    CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                  PERSON_ID       OF PERSON_DETAILS_REC
                                  PERSON_DESC     OF PERSON_DETAILS_REC
                                  PERSON_PHONE    OF PERSON_DETAILS_REC
                                  SUPERVISOR_FLAG OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE PERSON_DESC OF PERSON_DETAILS_REC TO WH-PERSON-DESC
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5300-PRINT-COUNT-FIGURE.
*   THE TEAM AVERAGE IS THE TEAM TOTAL OVER THE PEOPLE IN THE TEAM
    MOVE WS-PERSON-NUMERATOR TO WS-PERSON-FIGURE.
    COMPUTE WS-TEAM-FIGURE ROUNDED
          = WS-TEAM-NUMERATOR / TM-MEMBER-COUNT (WS-TEAM-SUB).

    MOVE WS-PERSON-FIGURE TO WF-PERSON.
    MOVE WS-TEAM-FIGURE   TO WF-TEAM.
    MOVE WS-FIGURE-LINE TO WS-PAGE-LINE.
    PERFORM 5500-WRITE-PAGE-LINE.
*
5400-PRINT-RATIO-FIGURE.
*   A RATE WITH NOTHING UNDER IT PRINTS AS ZERO
    MOVE ZERO TO WS-PERSON-FIGURE.
    IF WS-PERSON-DENOMINATOR > ZERO
        COMPUTE WS-PERSON-FIGURE ROUNDED
              = WS-PERSON-NUMERATOR * WS-RATIO-SCALE
              / WS-PERSON-DENOMINATOR
    END-IF.

    MOVE ZERO TO WS-TEAM-FIGURE.
    IF WS-TEAM-DENOMINATOR > ZERO
        COMPUTE WS-TEAM-FIGURE ROUNDED
              = WS-TEAM-NUMERATOR * WS-RATIO-SCALE
              / WS-TEAM-DENOMINATOR
    END-IF.

    MOVE WS-PERSON-FIGURE TO WF-PERSON.
    MOVE WS-TEAM-FIGURE   TO WF-TEAM.
    MOVE WS-FIGURE-LINE TO WS-PAGE-LINE.
    PERFORM 5500-WRITE-PAGE-LINE.
*
5500-WRITE-PAGE-LINE.
    MOVE WS-PAGE-LINE TO SCORE-REPORT-LINE.
    WRITE SCORE-REPORT-LINE.
    MOVE WS-PAGE-LINE TO SCORE-MAIL-LINE.
    WRITE SCORE-MAIL-LINE.
*
5700-SPAWN-SCORE-MAIL.
    MOVE SPACES TO WS-MAIL-COMMAND.

    STRING "MAIL/SUBJECT=""SUPPORT SCORECARD"" "
                                        DELIMITED BY SIZE
           "SCORE_MAIL_TMP """           DELIMITED BY SIZE
           TM-LEADER-EMAIL (WS-TEAM-SUB) DELIMITED BY SPACE
           """"                         DELIMITED BY SIZE
      INTO WS-MAIL-COMMAND.

    CALL "LIB$SPAWN" USING BY DESCRIPTOR WS-MAIL-COMMAND
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

    IF ERR_RET IS SUCCESS
        ADD 1 TO PAGES-MAILED-COUNT
    ELSE
        ADD 1 TO PAGES-NOT-MAILED-COUNT
    END-IF.
/
6100-PRINT-TOTALS.
    MOVE SPACES TO SCORE-REPORT-LINE.
    WRITE SCORE-REPORT-LINE AFTER ADVANCING PAGE.

    MOVE "PROBLEMS READ       = " TO WC-CAPTION.
    MOVE PROBLEM-READ-COUNT       TO WC-COUNT.
    MOVE WS-COUNT-LINE TO SCORE-REPORT-LINE.
    WRITE SCORE-REPORT-LINE.

    MOVE "PEOPLE SCORED       = " TO WC-CAPTION.
    MOVE PERSON-COUNT             TO WC-COUNT.
    MOVE WS-COUNT-LINE TO SCORE-REPORT-LINE.
    WRITE SCORE-REPORT-LINE.

    MOVE "PAGES MAILED        = " TO WC-CAPTION.
    MOVE PAGES-MAILED-COUNT       TO WC-COUNT.
    MOVE WS-COUNT-LINE TO SCORE-REPORT-LINE.
    WRITE SCORE-REPORT-LINE.

    MOVE "PAGES NOT MAILED    = " TO WC-CAPTION.
    MOVE PAGES-NOT-MAILED-COUNT   TO WC-COUNT.
    MOVE WS-COUNT-LINE TO SCORE-REPORT-LINE.
    WRITE SCORE-REPORT-LINE.
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
    CLOSE SCORE-REPORT-FILE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
*
8800-FORMAT-TIME.
*   DD-MMM-YYYY - THE DESCRIPTOR LENGTH CUTS OFF THE TIME
    MOVE SPACES TO WS-FMT-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-FMT-TEXT
                            BY REFERENCE  WS-FMT-BIN
                            OMITTED
                      GIVING ERR_RET.
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
8975-COMPUTE-BUSINESS-DUE-DATE.
*   WS-DUE-DATE ARRIVES HOLDING CONTACT_DATE AND WS-BD-EST-DAYS THE
*   TARGET - EACH TARGET DAY CONSUMES ONE WORKING DAY, STEPPING PAST
*   WEEKENDS AND WORK_CALENDAR NON-WORKING DATES. SQLCODE IS PUT BACK
*   TO SUCCESS AFTERWARDS SO A NOT-FOUND CALENDAR PROBE CANNOT END THE
*   CALLER'S OWN FETCH LOOP
    PERFORM 8976-ADD-ONE-BUSINESS-DAY UNTIL WS-BD-EST-DAYS NOT > ZERO.

    MOVE ZERO TO SQLCODE.
*
8976-ADD-ONE-BUSINESS-DAY.
    ADD ONE-DAY-BIN TO WS-DUE-DATE.

    PERFORM 8977-CHECK-WORKING-DAY.

    IF WS-WORKING-DAY-FLAG = "Y"
        SUBTRACT 1 FROM WS-BD-EST-DAYS
    END-IF.
*
8977-CHECK-WORKING-DAY.
*   DAY ZERO OF THE VMS QUADWORD CALENDAR (17-NOV-1858) WAS A WEDNESDAY,
*   SO DAY-NUMBER MOD 7 GIVES 3 FOR SATURDAY AND 4 FOR SUNDAY
    DIVIDE WS-DUE-DATE BY ONE-DAY-BIN
        GIVING WS-BD-DAY-NUMBER.

    DIVIDE WS-BD-DAY-NUMBER BY 7
        GIVING WS-BD-DAY-OF-WEEK
        REMAINDER WS-BD-DAY-OF-WEEK.

    IF WS-BD-DAY-OF-WEEK = 3 OR WS-BD-DAY-OF-WEEK = 4
        MOVE "N" TO WS-WORKING-DAY-FLAG
    ELSE
        MOVE ONE-DAY-BIN TO WS-BD-DAY-START
        MULTIPLY WS-BD-DAY-NUMBER BY WS-BD-DAY-START

        MOVE WS-BD-DAY-START TO NON_WORK_DATE OF WORK_CALENDAR_REC

        CALL "ET_SS_WORK_CALENDAR" USING SQLCA
                                 NON_WORK_DATE OF WORK_CALENDAR_REC
                                 NON_WORK_DESC OF WORK_CALENDAR_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            MOVE "N" TO WS-WORKING-DAY-FLAG
        WHEN SQL_NOT_FOUND
            MOVE "Y" TO WS-WORKING-DAY-FLAG
        WHEN OTHER
            DISPLAY "ERROR OF WORK_CALENDAR_SS CODE=" SQLCODE WITH CONVERSION
            GO TO 9900-EXIT
        END-EVALUATE
    END-IF.
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
    MOVE PROBLEM-READ-COUNT     TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE PAGES-MAILED-COUNT     TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE PAGES-NOT-MAILED-COUNT TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK135 ****************
