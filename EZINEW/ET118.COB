IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK118                                                 *
*   Program Name : Skills Coverage Report                                     *
*   Summary      : Monthly batch report, one block per APPLICATION_ID,        *
*                  of who in SKILL_DETAILS can actually fix it. Shows         *
*                  the headcount at each SKILL_LEVEL (1 best - 9              *
*                  novice); people at QUALIFIED-LEVEL or better count         *
*                  as qualified. Flags BELOW MIN when the qualified           *
*                  headcount is under MIN-QUALIFIED, ALL AWAY when            *
*                  every qualified person's AWAY_FROM_DATE /                  *
*                  BACK_ON_DATE leave covers one stretch of the next          *
*                  LOOKAHEAD-DAYS, and ONE CLOSER when a single               *
*                  PERSON_ASSIGNED_ID closed CLOSER-PCT per cent or           *
*                  more of the application's problems solved in the           *
*                  last HISTORY-DAYS. Every application also shows its        *
*                  closed count and the top closer's share, so the            *
*                  training plan can see where knowledge sits in one          *
*                  head. The report goes to everyone on the                   *
*                  REPORT_DISTRIBUTION list for EZITRAK118.                   *
*                  Read-only - nothing is changed.                            *
*                                                                             *
*   TABLES  USED : APPLICATION_DETAILS  (Input)                               *
*                  SKILL_DETAILS        (Input)                               *
*                  PERSON_DETAILS       (Input)                               *
*                  PROBLEM_DETAILS      (Input)                               *
*                  SYSTEM_PARAMETER     (Input)                               *
*                  REPORT_DISTRIBUTION  (Input)                               *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : needs a new cursor ET_OC/FC/CC_PROBLEM_SOLVED - a from   *
*                  and a to timestamp in, every PROBLEM_DETAILS row with    *
*                  PROBLEM_STATUS "C" and SOLVED_DATE in the range,         *
*                  returning PROBLEM_NUMBER, APPLICATION_ID,                *
*                  PERSON_ASSIGNED_ID and SOLVED_DATE. The person assigned  *
*                  at close is taken as the person who closed it.           *
*                  Applications come from EZITRAK116's                      *
*                  ET_OC/FC/CC_APPLICATION_DETAILS, skills from             *
*                  EZITRAK0923's full ET_OC/FC/CC_SKILL_DETAILS scan and    *
*                  leave from EZITRAK001's ET_SS_PERSON_LEAVE.              *
*                                                                             *
*   NOTE         : SYSTEM_PARAMETER rows EZITRAK118_QUALIFIED_LEVEL         *
*                  (default 3), EZITRAK118_MIN_QUALIFIED (2),               *
*                  EZITRAK118_LOOKAHEAD_DAYS (30), EZITRAK118_HISTORY_DAYS  *
*                  (91) and EZITRAK118_CLOSER_PCT (75) override the         *
*                  compiled defaults. REPORT_NAME EZITRAK118 on             *
*                  REPORT_DISTRIBUTION (EZITRAK057 screen) lists who is     *
*                  mailed the report.                                       *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK118.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SKILL-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  SKILL-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  SKILL-REPORT-LINE                               PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.APPLICATION_DETAILS_REC"   from dictionary.
    copy "EZITRAK_CDD.SKILL_DETAILS_REC"         from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"        from dictionary.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"       from dictionary.
    copy "EZITRAK_CDD.SYSTEM_PARAMETER_REC"      from dictionary.
    copy "EZITRAK_CDD.REPORT_DISTRIBUTION_REC"   from dictionary.
    copy "EZITRAK_CDD.JOB_RUN_LOG_REC"           from dictionary.
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
 01  ONE-DAY-BIN                                 PIC S9(11)V9(7) COMP
                                                    VALUE 864000000000.
 01  WINDOW-SPAN-BIN                             PIC S9(11)V9(7) COMP.
 01  WINDOW-START-BIN                            PIC S9(11)V9(7) COMP.
 01  WINDOW-END-BIN                              PIC S9(11)V9(7) COMP.
 01  HISTORY-START-BIN                           PIC S9(11)V9(7) COMP.
 01  WS-AWAY-FROM-BIN                            PIC S9(11)V9(7) COMP.
 01  WS-AWAY-TO-BIN                              PIC S9(11)V9(7) COMP.
 01  WS-FMT-BIN                                  PIC S9(11)V9(7) COMP.
 01  WS-FMT-TEXT                                 PIC X(11).
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.
 01  WS-AWAY-TEXT                                PIC X(11).
 01  WS-BACK-TEXT                                PIC X(11).

 01  QUALIFIED-LEVEL                             PIC S9(4) COMP VALUE 3.
 01  MIN-QUALIFIED                               PIC S9(4) COMP VALUE 2.
 01  LOOKAHEAD-DAYS                              PIC S9(9) COMP VALUE 30.
 01  HISTORY-DAYS                                PIC S9(9) COMP VALUE 91.
 01  CLOSER-PCT                                  PIC S9(4) COMP VALUE 75.
 01  WS-PARAMETER-FOUND-FLAG                     PIC X.
 01  WS-PARAMETER-VALUE-TEXT                     PIC X(12).
 01  WS-PARAMETER-VALUE-NUM REDEFINES WS-PARAMETER-VALUE-TEXT
                                                 PIC 9(12).
 01  WS-PARAMETER-SHIFT-TEXT                     PIC X(12).

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB2                                        PIC S9(4) COMP.
 01  SUB3                                        PIC S9(4) COMP.
 01  FOUND-FLAG                                  PIC X.

 01  APP-COUNT                                   PIC S9(4) COMP.
 01  APP-MAX                                     PIC S9(4) COMP VALUE 500.
 01  APP-TRUNC-FLAG                              PIC X VALUE "N".
 01  APP-TABLE.
     05  APP-ENTRY OCCURS 500 TIMES.
         10  APT-APPLICATION-ID                  PIC X(4).
         10  APT-APPLICATION-DESC                PIC X(30).

 01  SKILL-COUNT                                 PIC S9(4) COMP.
 01  SKILL-MAX                                   PIC S9(4) COMP VALUE 3000.
 01  SKILL-TRUNC-FLAG                            PIC X VALUE "N".
 01  SKILL-TABLE.
     05  SKILL-ENTRY OCCURS 3000 TIMES.
         10  SKT-PERSON-ID                       PIC X(8).
         10  SKT-APPLICATION-ID                  PIC X(4).
         10  SKT-SKILL-LEVEL                     PIC S9(4) COMP.

*   ONE ROW PER APPLICATION AND CLOSING PERSON OVER THE HISTORY
 01  CLOSER-COUNT                                PIC S9(4) COMP.
 01  CLOSER-MAX                                  PIC S9(4) COMP VALUE 3000.
 01  CLOSER-TRUNC-FLAG                           PIC X VALUE "N".
 01  CLOSER-TABLE.
     05  CLOSER-ENTRY OCCURS 3000 TIMES.
         10  CLT-APPLICATION-ID                  PIC X(4).
         10  CLT-PERSON-ID                       PIC X(8).
         10  CLT-CLOSED-COUNT                    PIC S9(9) COMP.

*   ONE APPLICATION AS IT IS WEIGHED
 01  LEVEL-HEADCOUNT-TABLE.
     05  LEVEL-HEADCOUNT OCCURS 9 TIMES          PIC S9(4) COMP.
 01  QUALIFIED-COUNT                             PIC S9(4) COMP.
 01  ALL-AWAY-FLAG                               PIC X.
 01  APP-CLOSED-COUNT                            PIC S9(9) COMP.
 01  TOP-CLOSER-COUNT                            PIC S9(9) COMP.
 01  TOP-CLOSER-ID                               PIC X(8).
 01  TOP-CLOSER-PCT                              PIC S9(4) COMP.
 01  APP-FLAG-COUNT                              PIC S9(4) COMP.

 01  SKILL-ROW-COUNT                             PIC S9(9) COMP VALUE 0.
 01  SOLVED-ROW-COUNT                            PIC S9(9) COMP VALUE 0.
 01  BELOW-MIN-COUNT                             PIC S9(9) COMP VALUE 0.
 01  ALL-AWAY-COUNT                              PIC S9(9) COMP VALUE 0.
 01  ONE-CLOSER-COUNT                            PIC S9(9) COMP VALUE 0.
 01  FLAGGED-APP-COUNT                           PIC S9(9) COMP VALUE 0.

 01  DIST-SENT-COUNT                             PIC S9(9) COMP VALUE 0.
 01  WS-DIST-EMAIL                               PIC X(40).
 01  WS-DIST-MAIL-COMMAND                        PIC X(132).
 01  DIST-RECIP-COUNT                            PIC S9(4) COMP.
 01  DIST-RECIP-SUB                              PIC S9(4) COMP.
 01  DIST-RECIP-TABLE.
     05  DIST-RECIP-ID OCCURS 20 TIMES           PIC X(8).

 01  WS-TITLE-LINE.
     05  FILLER                                  PIC X(34) VALUE
                              "SKILLS COVERAGE REPORT - RUN DATE ".
     05  WTL-RUN-DATE                            PIC X(11).
     05  FILLER                                  PIC X(21) VALUE
                                                "  QUALIFIED = LEVEL 1".
     05  FILLER                                  PIC X(4)  VALUE " TO ".
     05  WTL-QUALIFIED-LEVEL                     PIC 9.

 01  WS-RANGE-LINE.
     05  FILLER                                  PIC X(16) VALUE
                                                    "LEAVE CHECKED TO".
     05  FILLER                                  PIC X(1)  VALUE SPACE.
     05  WRL-WINDOW-END                          PIC X(11).
     05  FILLER                                  PIC X(24) VALUE
                                      "   CLOSES COUNTED SINCE ".
     05  WRL-HISTORY-START                       PIC X(11).

 01  WS-APP-HEADING.
     05  FILLER                                  PIC X(12) VALUE
                                                    "APPLICATION ".
     05  WH-APPLICATION-ID                       PIC X(4).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WH-APPLICATION-DESC                     PIC X(30).

 01  WS-LEVEL-HEADING                            PIC X(70) VALUE
        "  SKILL LEVEL      1    2    3    4    5    6    7    8    9".

 01  WS-LEVEL-LINE.
     05  FILLER                                  PIC X(15) VALUE
                                                    "  HEADCOUNT    ".
     05  WLL-ENTRY OCCURS 9 TIMES.
         10  WLL-HEADCOUNT                       PIC ZZZ9.
         10  FILLER                              PIC X(1).
     05  FILLER                                  PIC X(13) VALUE
                                                    "  QUALIFIED ".
     05  WLL-QUALIFIED                           PIC ZZZ9.

 01  WS-CLOSED-LINE.
     05  FILLER                                  PIC X(18) VALUE
                                                    "  PROBLEMS CLOSED ".
     05  WCL-CLOSED-COUNT                        PIC ZZZZZZ9.
     05  FILLER                                  PIC X(15) VALUE
                                                    "   TOP CLOSER ".
     05  WCL-PERSON-ID                           PIC X(8).
     05  FILLER                                  PIC X(1)  VALUE SPACE.
     05  WCL-PCT                                 PIC ZZ9.
     05  FILLER                                  PIC X(1)  VALUE "%".

 01  WS-FLAG-LINE.
     05  FILLER                                  PIC X(6)  VALUE "  *** ".
     05  WF-FLAG-TYPE                            PIC X(11).
     05  WF-DETAIL                               PIC X(60).

 01  WS-CLEAN-LINE                               PIC X(40) VALUE
                              "  NO FLAGS".

 01  WS-COUNT-LINE.
     05  WK-CAPTION                              PIC X(24).
     05  WK-COUNT                                PIC ZZZZZZZZ9.

 01  WS-EDIT-COUNT                               PIC ZZZ9.
 01  WS-EDIT-MIN                                 PIC ZZZ9.
 01  WS-EDIT-PCT                                 PIC ZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK118".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 2000-LOAD-APPLICATIONS.

    PERFORM 3000-LOAD-SKILLS.

    PERFORM 4000-LOAD-CLOSERS.

    PERFORM 5000-REPORT-EACH-APPLICATION.

    PERFORM 6100-PRINT-TOTALS.

    PERFORM 8000-FINALISATION.

    PERFORM 9300-DISTRIBUTE-REPORT.

    PERFORM 9200-WRITE-JOB-END.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO APP-COUNT.
    MOVE ZERO TO SKILL-COUNT.
    MOVE ZERO TO CLOSER-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE "EZITRAK118_QUALIFIED_LEVEL" TO PARAMETER_NAME
                                          OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
       AND WS-PARAMETER-VALUE-NUM > ZERO
       AND WS-PARAMETER-VALUE-NUM < 10
        MOVE WS-PARAMETER-VALUE-NUM TO QUALIFIED-LEVEL
    END-IF.

    MOVE "EZITRAK118_MIN_QUALIFIED" TO PARAMETER_NAME
                                          OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO MIN-QUALIFIED
    END-IF.

    MOVE "EZITRAK118_LOOKAHEAD_DAYS" TO PARAMETER_NAME
                                          OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y" AND WS-PARAMETER-VALUE-NUM > ZERO
        MOVE WS-PARAMETER-VALUE-NUM TO LOOKAHEAD-DAYS
    END-IF.

    MOVE "EZITRAK118_HISTORY_DAYS" TO PARAMETER_NAME
                                          OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y" AND WS-PARAMETER-VALUE-NUM > ZERO
        MOVE WS-PARAMETER-VALUE-NUM TO HISTORY-DAYS
    END-IF.

    MOVE "EZITRAK118_CLOSER_PCT" TO PARAMETER_NAME
                                          OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
       AND WS-PARAMETER-VALUE-NUM > ZERO
       AND WS-PARAMETER-VALUE-NUM NOT > 100
        MOVE WS-PARAMETER-VALUE-NUM TO CLOSER-PCT
    END-IF.

    MOVE CURRENT_DATE_BIN TO WINDOW-START-BIN.
    MOVE ONE-DAY-BIN TO WINDOW-SPAN-BIN.
    MULTIPLY LOOKAHEAD-DAYS BY WINDOW-SPAN-BIN.
    ADD WINDOW-SPAN-BIN TO CURRENT_DATE_BIN
        GIVING WINDOW-END-BIN.

    MOVE ONE-DAY-BIN TO WINDOW-SPAN-BIN.
    MULTIPLY HISTORY-DAYS BY WINDOW-SPAN-BIN.
    SUBTRACT WINDOW-SPAN-BIN FROM CURRENT_DATE_BIN
        GIVING HISTORY-START-BIN.

    OPEN OUTPUT SKILL-REPORT-FILE.

    MOVE CURRENT_DATE_BIN  TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT       TO WTL-RUN-DATE.
    MOVE QUALIFIED-LEVEL   TO WTL-QUALIFIED-LEVEL.
    MOVE WINDOW-END-BIN    TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT       TO WRL-WINDOW-END.
    MOVE HISTORY-START-BIN TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT       TO WRL-HISTORY-START.

    MOVE WS-TITLE-LINE TO SKILL-REPORT-LINE.
    WRITE SKILL-REPORT-LINE.
    MOVE WS-RANGE-LINE TO SKILL-REPORT-LINE.
    WRITE SKILL-REPORT-LINE.
    MOVE SPACES TO SKILL-REPORT-LINE.
    WRITE SKILL-REPORT-LINE.
/
2000-LOAD-APPLICATIONS.
    PERFORM 7000-START_TRAN_RO.

    MOVE SPACES TO APPLICATION_ID OF APPLICATION_DETAILS_REC.

    CALL "ET_OC_APPLICATION_DETAILS" USING SQLCA
                                 APPLICATION_ID OF APPLICATION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON APPLICATION_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2100-FETCH-ONE-APPLICATION UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_APPLICATION_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON APPLICATION_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
2100-FETCH-ONE-APPLICATION.
    CALL "ET_FC_APPLICATION_DETAILS" USING SQLCA
                                 APPLICATION_ID   OF APPLICATION_DETAILS_REC
                                 APPLICATION_DESC OF APPLICATION_DETAILS_REC
                                 REC_USER         OF APPLICATION_DETAILS_REC
                                 REC_TMSTAMP      OF APPLICATION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF APP-COUNT < APP-MAX
            ADD 1 TO APP-COUNT
            MOVE APPLICATION_ID   OF APPLICATION_DETAILS_REC
              TO APT-APPLICATION-ID   (APP-COUNT)
            MOVE APPLICATION_DESC OF APPLICATION_DETAILS_REC
              TO APT-APPLICATION-DESC (APP-COUNT)
        ELSE
            IF APP-TRUNC-FLAG = "N"
                DISPLAY "MORE THAN 500 APPLICATIONS - REMAINDER NOT CHECKED"
                MOVE "Y" TO APP-TRUNC-FLAG
            END-IF
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON APPLICATION_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3000-LOAD-SKILLS.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_SKILL_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF SKILL_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-SKILL UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_SKILL_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF SKILL_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3100-FETCH-ONE-SKILL.
    CALL "ET_FC_SKILL_DETAILS" USING SQLCA
                                 PERSON_ID        OF SKILL_DETAILS_REC
                                 APPLICATION_ID   OF SKILL_DETAILS_REC
                                 SKILL_LEVEL      OF SKILL_DETAILS_REC
                                 REC_USER         OF SKILL_DETAILS_REC
                                 REC_TMSTAMP      OF SKILL_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO SKILL-ROW-COUNT
        IF SKILL-COUNT < SKILL-MAX
            ADD 1 TO SKILL-COUNT
            MOVE PERSON_ID      OF SKILL_DETAILS_REC
              TO SKT-PERSON-ID      (SKILL-COUNT)
            MOVE APPLICATION_ID OF SKILL_DETAILS_REC
              TO SKT-APPLICATION-ID (SKILL-COUNT)
            MOVE SKILL_LEVEL    OF SKILL_DETAILS_REC
              TO SKT-SKILL-LEVEL    (SKILL-COUNT)
        ELSE
            IF SKILL-TRUNC-FLAG = "N"
                DISPLAY "MORE THAN 3000 SKILL ROWS - REMAINDER NOT COUNTED"
                MOVE "Y" TO SKILL-TRUNC-FLAG
            END-IF
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF SKILL_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
4000-LOAD-CLOSERS.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_PROBLEM_SOLVED" USING SQLCA
                                 HISTORY-START-BIN
                                 CURRENT_DATE_BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_SOLVED_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 4100-FETCH-ONE-SOLVED UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_SOLVED" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_SOLVED_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
4100-FETCH-ONE-SOLVED.
    CALL "ET_FC_PROBLEM_SOLVED" USING SQLCA
                                 PROBLEM_NUMBER     OF PROBLEM_DETAILS_REC
                                 APPLICATION_ID     OF PROBLEM_DETAILS_REC
                                 PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC
                                 SOLVED_DATE        OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO SOLVED-ROW-COUNT
        PERFORM 4200-COUNT-ONE-CLOSE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_SOLVED_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
4200-COUNT-ONE-CLOSE.
    MOVE "N" TO FOUND-FLAG.
    PERFORM 4210-MATCH-CLOSER VARYING SUB1 FROM 1 BY 1
        UNTIL SUB1 > CLOSER-COUNT OR FOUND-FLAG = "Y".

    IF FOUND-FLAG = "N"
        IF CLOSER-COUNT < CLOSER-MAX
            ADD 1 TO CLOSER-COUNT
            MOVE APPLICATION_ID     OF PROBLEM_DETAILS_REC
              TO CLT-APPLICATION-ID (CLOSER-COUNT)
            MOVE PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC
              TO CLT-PERSON-ID      (CLOSER-COUNT)
            MOVE 1 TO CLT-CLOSED-COUNT (CLOSER-COUNT)
        ELSE
            IF CLOSER-TRUNC-FLAG = "N"
                DISPLAY "MORE THAN 3000 CLOSER ROWS - REMAINDER NOT COUNTED"
                MOVE "Y" TO CLOSER-TRUNC-FLAG
            END-IF
        END-IF
    END-IF.
*
4210-MATCH-CLOSER.
    IF CLT-APPLICATION-ID (SUB1) = APPLICATION_ID OF PROBLEM_DETAILS_REC
       AND CLT-PERSON-ID (SUB1) = PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC
        ADD 1 TO CLT-CLOSED-COUNT (SUB1)
        MOVE "Y" TO FOUND-FLAG
    END-IF.
/
5000-REPORT-EACH-APPLICATION.
    PERFORM 5100-REPORT-ONE-APPLICATION VARYING SUB3 FROM 1 BY 1
        UNTIL SUB3 > APP-COUNT.
*
5100-REPORT-ONE-APPLICATION.
    MOVE APT-APPLICATION-ID   (SUB3) TO WH-APPLICATION-ID.
    MOVE APT-APPLICATION-DESC (SUB3) TO WH-APPLICATION-DESC.
    MOVE WS-APP-HEADING   TO SKILL-REPORT-LINE.
    WRITE SKILL-REPORT-LINE.
    MOVE WS-LEVEL-HEADING TO SKILL-REPORT-LINE.
    WRITE SKILL-REPORT-LINE.

    MOVE ZERO TO APP-FLAG-COUNT.
    MOVE ZERO TO QUALIFIED-COUNT.
    PERFORM 5110-CLEAR-ONE-LEVEL VARYING SUB2 FROM 1 BY 1
        UNTIL SUB2 > 9.

*   EVERY QUALIFIED PERSON'S LEAVE NARROWS THE STRETCH WHEN ALL ARE
*   AWAY TOGETHER - IT STARTS AS THE WHOLE LOOKAHEAD
    MOVE "Y"              TO ALL-AWAY-FLAG.
    MOVE WINDOW-START-BIN TO WS-AWAY-FROM-BIN.
    MOVE WINDOW-END-BIN   TO WS-AWAY-TO-BIN.

    PERFORM 7000-START_TRAN_RO.

    PERFORM 5200-COUNT-ONE-SKILL THRU 5200-COUNT-ONE-SKILL-END
        VARYING SUB1 FROM 1 BY 1
        UNTIL SUB1 > SKILL-COUNT.

    PERFORM 7800-CMT_TRAN.

    PERFORM 5120-EDIT-ONE-LEVEL VARYING SUB2 FROM 1 BY 1
        UNTIL SUB2 > 9.
    MOVE QUALIFIED-COUNT TO WLL-QUALIFIED.
    MOVE WS-LEVEL-LINE   TO SKILL-REPORT-LINE.
    WRITE SKILL-REPORT-LINE.

    PERFORM 5400-WEIGH-CLOSERS.

    IF QUALIFIED-COUNT < MIN-QUALIFIED
        ADD 1 TO BELOW-MIN-COUNT
        MOVE QUALIFIED-COUNT TO WS-EDIT-COUNT
        MOVE MIN-QUALIFIED   TO WS-EDIT-MIN
        MOVE "BELOW MIN"     TO WF-FLAG-TYPE
        MOVE SPACES          TO WF-DETAIL
        STRING WS-EDIT-COUNT        DELIMITED BY SIZE
               " QUALIFIED, MINIMUM" DELIMITED BY SIZE
               WS-EDIT-MIN          DELIMITED BY SIZE
          INTO WF-DETAIL
        PERFORM 5900-WRITE-FLAG-LINE
    END-IF.

    IF QUALIFIED-COUNT > ZERO AND ALL-AWAY-FLAG = "Y"
        ADD 1 TO ALL-AWAY-COUNT
        MOVE WS-AWAY-FROM-BIN TO WS-FMT-BIN
        PERFORM 8800-FORMAT-TIME
        MOVE WS-FMT-TEXT      TO WS-AWAY-TEXT
        MOVE WS-AWAY-TO-BIN   TO WS-FMT-BIN
        PERFORM 8800-FORMAT-TIME
        MOVE WS-FMT-TEXT      TO WS-BACK-TEXT
        MOVE "ALL AWAY"       TO WF-FLAG-TYPE
        MOVE SPACES           TO WF-DETAIL
        STRING "NO QUALIFIED PERSON IN "  DELIMITED BY SIZE
               WS-AWAY-TEXT               DELIMITED BY SIZE
               " TO "                     DELIMITED BY SIZE
               WS-BACK-TEXT               DELIMITED BY SIZE
          INTO WF-DETAIL
        PERFORM 5900-WRITE-FLAG-LINE
    END-IF.

    IF APP-CLOSED-COUNT > ZERO AND TOP-CLOSER-PCT NOT < CLOSER-PCT
        ADD 1 TO ONE-CLOSER-COUNT
        MOVE TOP-CLOSER-PCT   TO WS-EDIT-PCT
        MOVE "ONE CLOSER"     TO WF-FLAG-TYPE
        MOVE SPACES           TO WF-DETAIL
        STRING TOP-CLOSER-ID  DELIMITED BY SIZE
               " CLOSED "     DELIMITED BY SIZE
               WS-EDIT-PCT    DELIMITED BY SIZE
               "% OF THIS APPLICATION'S PROBLEMS"
                              DELIMITED BY SIZE
          INTO WF-DETAIL
        PERFORM 5900-WRITE-FLAG-LINE
    END-IF.

    IF APP-FLAG-COUNT = ZERO
        MOVE WS-CLEAN-LINE TO SKILL-REPORT-LINE
        WRITE SKILL-REPORT-LINE
    ELSE
        ADD 1 TO FLAGGED-APP-COUNT
    END-IF.

    MOVE SPACES TO SKILL-REPORT-LINE.
    WRITE SKILL-REPORT-LINE.
*
5110-CLEAR-ONE-LEVEL.
    MOVE ZERO TO LEVEL-HEADCOUNT (SUB2).
*
5120-EDIT-ONE-LEVEL.
    MOVE LEVEL-HEADCOUNT (SUB2) TO WLL-HEADCOUNT (SUB2).
*
5200-COUNT-ONE-SKILL.
    IF SKT-APPLICATION-ID (SUB1) NOT = APT-APPLICATION-ID (SUB3)
        GO TO 5200-COUNT-ONE-SKILL-END
    END-IF.

    IF SKT-SKILL-LEVEL (SUB1) < 1 OR SKT-SKILL-LEVEL (SUB1) > 9
        GO TO 5200-COUNT-ONE-SKILL-END
    END-IF.

    MOVE SKT-SKILL-LEVEL (SUB1) TO SUB2.
    ADD 1 TO LEVEL-HEADCOUNT (SUB2).

    IF SKT-SKILL-LEVEL (SUB1) NOT > QUALIFIED-LEVEL
        ADD 1 TO QUALIFIED-COUNT
        IF ALL-AWAY-FLAG = "Y"
            PERFORM 5300-NARROW-BY-LEAVE
        END-IF
    END-IF.
*
5200-COUNT-ONE-SKILL-END.
    EXIT.
*
5300-NARROW-BY-LEAVE.
*   ONE PERSON NOT AWAY IN THE STRETCH LEFT IS ENOUGH TO CLEAR IT
    MOVE SKT-PERSON-ID (SUB1) TO PERSON_ID OF PERSON_DETAILS_REC.

    CALL "ET_SS_PERSON_LEAVE" USING SQLCA
                                  PERSON_ID      OF PERSON_DETAILS_REC
                                  AWAY_FROM_DATE OF PERSON_DETAILS_REC
                                  BACK_ON_DATE   OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF AWAY_FROM_DATE OF PERSON_DETAILS_REC = ZERO
           OR AWAY_FROM_DATE OF PERSON_DETAILS_REC NOT < WS-AWAY-TO-BIN
            MOVE "N" TO ALL-AWAY-FLAG
        ELSE
            IF BACK_ON_DATE OF PERSON_DETAILS_REC NOT = ZERO
               AND BACK_ON_DATE OF PERSON_DETAILS_REC
                   NOT > WS-AWAY-FROM-BIN
                MOVE "N" TO ALL-AWAY-FLAG
            END-IF
        END-IF
    WHEN SQL_NOT_FOUND
        MOVE "N" TO ALL-AWAY-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_AWAY_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    IF ALL-AWAY-FLAG = "Y"
        IF AWAY_FROM_DATE OF PERSON_DETAILS_REC > WS-AWAY-FROM-BIN
            MOVE AWAY_FROM_DATE OF PERSON_DETAILS_REC TO WS-AWAY-FROM-BIN
        END-IF
        IF BACK_ON_DATE OF PERSON_DETAILS_REC NOT = ZERO
           AND BACK_ON_DATE OF PERSON_DETAILS_REC < WS-AWAY-TO-BIN
            MOVE BACK_ON_DATE OF PERSON_DETAILS_REC TO WS-AWAY-TO-BIN
        END-IF
    END-IF.
*
5400-WEIGH-CLOSERS.
    MOVE ZERO   TO APP-CLOSED-COUNT.
    MOVE ZERO   TO TOP-CLOSER-COUNT.
    MOVE ZERO   TO TOP-CLOSER-PCT.
    MOVE SPACES TO TOP-CLOSER-ID.

    PERFORM 5410-WEIGH-ONE-CLOSER VARYING SUB1 FROM 1 BY 1
        UNTIL SUB1 > CLOSER-COUNT.

    IF APP-CLOSED-COUNT > ZERO
        COMPUTE TOP-CLOSER-PCT =
                TOP-CLOSER-COUNT * 100 / APP-CLOSED-COUNT
    END-IF.

    MOVE APP-CLOSED-COUNT TO WCL-CLOSED-COUNT.
    MOVE TOP-CLOSER-ID    TO WCL-PERSON-ID.
    MOVE TOP-CLOSER-PCT   TO WCL-PCT.
    MOVE WS-CLOSED-LINE   TO SKILL-REPORT-LINE.
    WRITE SKILL-REPORT-LINE.
*
5410-WEIGH-ONE-CLOSER.
    IF CLT-APPLICATION-ID (SUB1) = APT-APPLICATION-ID (SUB3)
        ADD CLT-CLOSED-COUNT (SUB1) TO APP-CLOSED-COUNT
        IF CLT-CLOSED-COUNT (SUB1) > TOP-CLOSER-COUNT
            MOVE CLT-CLOSED-COUNT (SUB1) TO TOP-CLOSER-COUNT
            MOVE CLT-PERSON-ID    (SUB1) TO TOP-CLOSER-ID
        END-IF
    END-IF.
*
5900-WRITE-FLAG-LINE.
    ADD 1 TO APP-FLAG-COUNT.

    MOVE WS-FLAG-LINE TO SKILL-REPORT-LINE.
    WRITE SKILL-REPORT-LINE.
/
6100-PRINT-TOTALS.
    MOVE SPACES TO SKILL-REPORT-LINE.
    WRITE SKILL-REPORT-LINE.

    MOVE "APPLICATIONS CHECKED  = " TO WK-CAPTION.
    MOVE APP-COUNT                  TO WK-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE "APPLICATIONS FLAGGED  = " TO WK-CAPTION.
    MOVE FLAGGED-APP-COUNT          TO WK-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE "  BELOW MINIMUM       = " TO WK-CAPTION.
    MOVE BELOW-MIN-COUNT            TO WK-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE "  ALL QUALIFIED AWAY  = " TO WK-CAPTION.
    MOVE ALL-AWAY-COUNT             TO WK-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE "  ONE CLOSER          = " TO WK-CAPTION.
    MOVE ONE-CLOSER-COUNT           TO WK-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.
*
6110-WRITE-COUNT-LINE.
    MOVE WS-COUNT-LINE TO SKILL-REPORT-LINE.
    WRITE SKILL-REPORT-LINE.
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
    CLOSE SKILL-REPORT-FILE.
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
*   READ_COUNT CARRIES THE SKILL ROWS AND SOLVED PROBLEMS READ,
*   REJECT_COUNT THE APPLICATIONS FLAGGED - NOTHING IS UPDATED
    ADD SKILL-ROW-COUNT SOLVED-ROW-COUNT
        GIVING READ_COUNT OF JOB_RUN_LOG_REC.
    MOVE ZERO              TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE FLAGGED-APP-COUNT TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
9300-DISTRIBUTE-REPORT.
*   EVERY PERSON ON THE REPORT_DISTRIBUTION LIST FOR THIS REPORT IS
*   MAILED THE OUTPUT FILE
    MOVE ZERO TO DIST-RECIP-COUNT.

    CALL "ET_ST_RO_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RO NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.

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

    PERFORM 9310-FETCH-ONE-RECIPIENT UNTIL NOT SQL_SUCCESS
                                     OR DIST-RECIP-COUNT >= 20.

    CALL "ET_CC_REPORT_DISTRIBUTION" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REPORT_DIST_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 9330-READ-ONE-EMAIL VARYING DIST-RECIP-SUB FROM 1 BY 1
                           UNTIL DIST-RECIP-SUB > DIST-RECIP-COUNT.

    CALL "ET_CMT_TRN" USING SQLCA.
    MOVE "N" TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO SQLCODE.

    DISPLAY "REPORT COPIES MAILED = " DIST-SENT-COUNT WITH CONVERSION.
*
9310-FETCH-ONE-RECIPIENT.
    CALL "ET_FC_REPORT_DISTRIBUTION" USING SQLCA
                                 PERSON_ID   OF REPORT_DISTRIBUTION_REC
                                 REC_USER    OF REPORT_DISTRIBUTION_REC
                                 REC_TMSTAMP OF REPORT_DISTRIBUTION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO DIST-RECIP-COUNT
        MOVE PERSON_ID OF REPORT_DISTRIBUTION_REC
          TO DIST-RECIP-ID (DIST-RECIP-COUNT)
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REPORT_DIST_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
9330-READ-ONE-EMAIL.
    MOVE DIST-RECIP-ID (DIST-RECIP-SUB)
      TO PERSON_ID OF PERSON_DETAILS_REC.

    MOVE SPACES TO WS-DIST-EMAIL.

    CALL "ET_SS_PERSON_EMAIL" USING SQLCA
                                      PERSON_ID    OF PERSON_DETAILS_REC
                                      PERSON_EMAIL OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE PERSON_EMAIL OF PERSON_DETAILS_REC TO WS-DIST-EMAIL
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_EMAIL_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF WS-DIST-EMAIL NOT = SPACES
        PERFORM 9340-SPAWN-DIST-MAIL
    END-IF.
*
9340-SPAWN-DIST-MAIL.
    MOVE SPACES TO WS-DIST-MAIL-COMMAND.

    STRING "MAIL/SUBJECT=""EZITRAK118 SKILLS COVERAGE"" SYS$PRINT """
                                              DELIMITED BY SIZE
           WS-DIST-EMAIL                      DELIMITED BY SPACE
           """"                               DELIMITED BY SIZE
      INTO WS-DIST-MAIL-COMMAND.

    CALL "LIB$SPAWN" USING BY DESCRIPTOR WS-DIST-MAIL-COMMAND
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
        ADD 1 TO DIST-SENT-COUNT
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
* **************** END OF SOURCE EZITRAK118 ****************
