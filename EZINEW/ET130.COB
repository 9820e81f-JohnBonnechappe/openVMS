IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK130                                                 *
*   Program Name : Intake Spike Early Warning                                 *
*   Summary      : Short-cycle batch job, run every quarter hour the          *
*                  way EZITRAK086 is. Counts the problems taken in            *
*                  during the last hour (by CONTACT_DATE) by                  *
*                  APPLICATION_ID, SITE_ID and CATEGORY_ID, and measures      *
*                  each count against the same hour's baseline for the        *
*                  application, derived from PROBLEM_STATS_HISTORY: the       *
*                  application's average daily intake over the last           *
*                  SPIKE_BASELINE_DAYS (28) days, from the growth in its      *
*                  nightly "A" rows the way EZITRAK047 measures intake,       *
*                  weighted by the share of all intake that falls in          *
*                  this hour of the day in the nightly "H" rows (see          *
*                  EZITRAK009's header). A count of at least                  *
*                  SPIKE_MIN_COUNT (3) that exceeds SPIKE_MULTIPLE (3)        *
*                  times the baseline is a spike: an urgent notice goes       *
*                  to the application owner and the person on call for        *
*                  the application, listing the problem numbers               *
*                  involved so a master incident can be raised and            *
*                  EZITRAK013 run against the site straight away. The         *
*                  SYS$PRINT listing shows every count with its               *
*                  baseline and the full problem list of each spike,          *
*                  and ends with the counts, which are also written to        *
*                  JOB_RUN_LOG.                                               *
*                                                                             *
*   TABLES  USED : PROBLEM_DETAILS      (Input)                               *
*                  PROBLEM_STATS_HISTORY (Input)                              *
*                  APPLICATION_DETAILS  (Input)                               *
*                  ON_CALL_ROSTER       (Input)                               *
*                  SPIKE_ALERT_LOG      (Input-Output)                        *
*                  NOTIFICATION_QUEUE   (Output)                              *
*                  SYSTEM_PARAMETER     (Input)                               *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : ET_OC/FC/CC_PROBLEM_INTAKE_SINCE are new cursor          *
*                  subprograms that need to be generated in the CDD/SQL     *
*                  module - over PROBLEM_DETAILS WHERE CONTACT_DATE >=      *
*                  :WINDOW-START-BIN ORDER BY PROBLEM_NUMBER, fetching      *
*                  PROBLEM_NUMBER, APPLICATION_ID, SITE_ID, CATEGORY_ID and *
*                  CONTACT_DATE. ET_OC/FC/CC_STATS_BY_HOUR are the KEY_TYPE *
*                  = 'H' companion of EZITRAK047's                          *
*                  ET_OC/FC/CC_STATS_BY_APPLICATION cursor, with the same   *
*                  bind parameter, order and fetch list. The owner comes    *
*                  from ET_SS_APPLICATION_OWNER (see EZITRAK0063's header)  *
*                  and the person on call from ET_SS_ON_CALL_PERSON, as     *
*                  EZITRAK001 assigns it.                                   *
*                                                                             *
*   NOTE         : SPIKE_ALERT_LOG is a new CDD table, not yet generated -  *
*                  APPLICATION_ID PIC X(4) + SITE_ID PIC X(4) + CATEGORY_ID *
*                  PIC X(4) key, LAST_ALERT_TMSTAMP PIC S9(11)V9(7) COMP,   *
*                  ALERT_COUNT PIC S9(9) COMP (the count that was alerted), *
*                  REC_USER PIC X(8), REC_TMSTAMP PIC S9(11)V9(7) COMP. A   *
*                  spike already alerted within the last                    *
*                  SPIKE_SUPPRESS_MINUTES (240) is listed but not notified  *
*                  again, so the same spike seen on each quarter-hour run   *
*                  raises one notice, not one per run. A DBA/CDD maintainer *
*                  needs to create the table and generate                   *
*                  ET_SS/IR/UR_SPIKE_ALERT_LOG on the key.                  *
*                                                                             *
*   NOTE         : SUBJECT_TEXT holds 60 characters, so each notice is a    *
*                  headline row followed by rows of four problem numbers,   *
*                  at most NOTICE-LINE-MAX (5) of them; a larger spike is   *
*                  listed in full on SYS$PRINT only. The rows take          *
*                  successive QUEUE_TMSTAMPs so EZITRAK080 sends them in    *
*                  order. SPIKE_MULTIPLE, SPIKE_MIN_COUNT,                  *
*                  SPIKE_BASELINE_DAYS and SPIKE_SUPPRESS_MINUTES are       *
*                  SYSTEM_PARAMETER rows read through                       *
*                  8850-GET-SYSTEM-PARAMETER, with the literals as fallback *
*                  defaults. A new application with no history has a zero   *
*                  baseline, so SPIKE_MIN_COUNT alone decides.              *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK130.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SPIKE-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  SPIKE-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  SPIKE-REPORT-LINE                               PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"       from dictionary.
    copy "EZITRAK_CDD.PROBLEM_STATS_HISTORY_REC" from dictionary.
    copy "EZITRAK_CDD.APPLICATION_DETAILS_REC"   from dictionary.
    copy "EZITRAK_CDD.ON_CALL_ROSTER_REC"        from dictionary.
    copy "EZITRAK_CDD.SPIKE_ALERT_LOG_REC"       from dictionary.
    copy "EZITRAK_CDD.NOTIFICATION_QUEUE_REC"    from dictionary.
    copy "EZITRAK_CDD.SYSTEM_PARAMETER_REC"      from dictionary.
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
 01  ONE-HOUR-BIN                                PIC S9(11)V9(7) COMP
                                                    VALUE 36000000000.
 01  ONE-MINUTE-BIN                              PIC S9(11)V9(7) COMP
                                                    VALUE 600000000.
 01  WINDOW-START-BIN                            PIC S9(11)V9(7) COMP.
 01  BASELINE-START-BIN                          PIC S9(11)V9(7) COMP.
 01  SUPPRESS-SPAN-BIN                           PIC S9(11)V9(7) COMP.
 01  WS-DAY-NUMBER                               PIC S9(9) COMP.
 01  WS-DAY-START-BIN                            PIC S9(11)V9(7) COMP.
 01  WS-DAY-REMAIN-BIN                           PIC S9(11)V9(7) COMP.
 01  WS-MID-WINDOW-BIN                           PIC S9(11)V9(7) COMP.
 01  WS-HOUR-OF-DAY                              PIC S9(9) COMP.
 01  WS-HOUR-KEY-TEXT                            PIC X(2).
 01  WS-HOUR-KEY-NUM REDEFINES WS-HOUR-KEY-TEXT  PIC 99.
 01  WS-BASELINE-DAYS                            PIC S9(9) COMP.
 01  WS-HOUR-SHARE                               PIC S9V9(6) COMP.

 01  SPIKE-MULTIPLE                              PIC S9(9) COMP VALUE 3.
 01  SPIKE-MIN-COUNT                             PIC S9(9) COMP VALUE 3.
 01  SPIKE-BASELINE-DAYS                         PIC S9(9) COMP VALUE 28.
 01  SPIKE-SUPPRESS-MINUTES                      PIC S9(9) COMP VALUE 240.
 01  WS-PARAMETER-FOUND-FLAG                     PIC X.
 01  WS-PARAMETER-VALUE-TEXT                     PIC X(12).
 01  WS-PARAMETER-VALUE-NUM REDEFINES WS-PARAMETER-VALUE-TEXT
                                                 PIC 9(12).
 01  WS-PARAMETER-SHIFT-TEXT                     PIC X(12).

 01  WS-FMT-BIN                                  PIC S9(11)V9(7) COMP.
 01  WS-FMT-TEXT                                 PIC X(17).
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.

 01  SUB1                                        PIC S9(4) COMP.
 01  BASE-SUB                                    PIC S9(4) COMP.
 01  CELL-SUB                                    PIC S9(4) COMP.
 01  WS-FOUND-FLAG                               PIC X.
 01  WS-ROW-CATEGORY-ID                          PIC X(4).

*   THE INTAKE OF EACH HOUR OF THE DAY SUMMED OVER THE BASELINE DAYS
 01  HOUR-ALL-TOTAL                              PIC S9(9) COMP.
 01  HOUR-TABLE.
     05  HOUR-INTAKE-TOTAL OCCURS 24 TIMES       PIC S9(9) COMP.

*   EACH APPLICATION'S FIRST AND LAST SNAPSHOT IN THE BASELINE WINDOW
*   AND THE HOURLY BASELINE WORKED OUT FROM THEM
 01  BASE-COUNT                                  PIC S9(4) COMP.
 01  BASE-MAX                                    PIC S9(4) COMP VALUE 200.
 01  BASE-TABLE.
     05  BASE-ENTRY OCCURS 200 TIMES.
         10  BS-APPLICATION-ID                   PIC X(4).
         10  BS-FIRST-DATE                       PIC S9(11)V9(7) COMP.
         10  BS-FIRST-TOTAL                      PIC S9(9) COMP.
         10  BS-LAST-DATE                        PIC S9(11)V9(7) COMP.
         10  BS-LAST-TOTAL                       PIC S9(9) COMP.
         10  BS-HOURLY-BASE                      PIC S9(7)V9(4) COMP.

*   LAST HOUR'S INTAKE BY APPLICATION, SITE AND CATEGORY
 01  CELL-COUNT                                  PIC S9(4) COMP.
 01  CELL-MAX                                    PIC S9(4) COMP VALUE 500.
 01  CELL-TABLE.
     05  CELL-ENTRY OCCURS 500 TIMES.
         10  CL-APPLICATION-ID                   PIC X(4).
         10  CL-SITE-ID                          PIC X(4).
         10  CL-CATEGORY-ID                      PIC X(4).
         10  CL-INTAKE-COUNT                     PIC S9(9) COMP.

*   EVERY PROBLEM TAKEN IN DURING THE LAST HOUR AND ITS CELL
 01  PROB-COUNT                                  PIC S9(4) COMP.
 01  PROB-MAX                                    PIC S9(4) COMP VALUE 2000.
 01  PROB-TABLE.
     05  PROB-ENTRY OCCURS 2000 TIMES.
         10  PB-PROBLEM-NUMBER                   PIC 9(9).
         10  PB-CELL-SUB                         PIC S9(4) COMP.

 01  WS-THRESHOLD                                PIC S9(9)V9(4) COMP.
 01  WS-SPIKE-ACTION                             PIC X(24).
 01  WS-OWNER-PERSON-ID                          PIC X(8).
 01  WS-ON-CALL-PERSON-ID                        PIC X(8).
 01  WS-NOTICE-PERSON-ID                         PIC X(8).
 01  WS-ALERT-LOG-FOUND-FLAG                     PIC X.
 01  WS-NOW-BIN                                  PIC S9(11)V9(7) COMP.
 01  NOTICE-STAMP-BIN                            PIC S9(11)V9(7) COMP
                                                    VALUE ZERO.
 01  NOTICE-LINE-COUNT                           PIC S9(4) COMP.
 01  NOTICE-LINE-MAX                             PIC S9(4) COMP VALUE 5.
 01  NOTICE-NUMBER-COUNT                         PIC S9(4) COMP.
 01  WS-NOTICE-TEXT                              PIC X(60).
 01  WS-NOTICE-COUNT                             PIC ZZZZ9.
 01  WS-NOTICE-NUMBERS.
     05  WS-NOTICE-NUMBER OCCURS 4 TIMES.
         10  FILLER                              PIC X(1).
         10  WN-PROBLEM-NUMBER                   PIC 9(9).

 01  PROBLEM-READ-COUNT                          PIC S9(9) COMP VALUE 0.
 01  SPIKE-FOUND-COUNT                           PIC S9(9) COMP VALUE 0.
 01  SPIKE-ALERTED-COUNT                         PIC S9(9) COMP VALUE 0.
 01  SPIKE-SUPPRESSED-COUNT                      PIC S9(9) COMP VALUE 0.
 01  NOTICE-QUEUED-COUNT                         PIC S9(9) COMP VALUE 0.

 01  WS-SPIKE-HEAD.
     05  FILLER                                  PIC X(40) VALUE
                           " APPL SITE CAT  IN LAST HOUR   BASELINE ".
     05  FILLER                                  PIC X(9)  VALUE
                           "  ACTION ".

 01  WS-SPIKE-LINE.
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-APPLICATION-ID                       PIC X(4).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-SITE-ID                              PIC X(4).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-CATEGORY-ID                          PIC X(4).
     05  FILLER                                  PIC X(3)  VALUE SPACES.
     05  WD-INTAKE-COUNT                         PIC ZZZ,ZZ9.
     05  FILLER                                  PIC X(4)  VALUE SPACES.
     05  WD-BASELINE                             PIC ZZZ,ZZ9.99.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-ACTION                               PIC X(24).

 01  WS-PROBLEM-LIST-LINE.
     05  FILLER                                  PIC X(10) VALUE SPACES.
     05  WP-PROBLEM-ENTRY OCCURS 8 TIMES.
         10  FILLER                              PIC X(1).
         10  WP-PROBLEM-NUMBER                   PIC Z(8)9.
 01  WP-SUB                                      PIC S9(4) COMP.

 01  WS-COUNT-LINE.
     05  WC-CAPTION                              PIC X(36).
     05  WC-COUNT                                PIC ZZZ,ZZZ,ZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK130".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 2000-LOAD-HOUR-PROFILE.

    PERFORM 2200-LOAD-APPLICATION-BASE.

    PERFORM 3000-COUNT-RECENT-INTAKE.

    PERFORM 4000-CHECK-SPIKES.

    PERFORM 6400-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO   TO SQLCODE.
    MOVE "N"    TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO   TO BASE-COUNT.
    MOVE ZERO   TO CELL-COUNT.
    MOVE ZERO   TO PROB-COUNT.
    MOVE ZERO   TO HOUR-ALL-TOTAL.

    PERFORM 1100-CLEAR-HOUR VARYING SUB1 FROM 1 BY 1
                       UNTIL SUB1 > 24.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE "SPIKE_MULTIPLE" TO PARAMETER_NAME OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO SPIKE-MULTIPLE
    END-IF.

    MOVE "SPIKE_MIN_COUNT" TO PARAMETER_NAME OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO SPIKE-MIN-COUNT
    END-IF.

    MOVE "SPIKE_BASELINE_DAYS" TO PARAMETER_NAME OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO SPIKE-BASELINE-DAYS
    END-IF.

    MOVE "SPIKE_SUPPRESS_MINUTES"
      TO PARAMETER_NAME OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO SPIKE-SUPPRESS-MINUTES
    END-IF.

    SUBTRACT ONE-HOUR-BIN FROM CURRENT_DATE_BIN
        GIVING WINDOW-START-BIN.

    MOVE ONE-MINUTE-BIN TO SUPPRESS-SPAN-BIN.
    MULTIPLY SPIKE-SUPPRESS-MINUTES BY SUPPRESS-SPAN-BIN.

*   THE BASELINE WINDOW STARTS AT MIDNIGHT SPIKE_BASELINE_DAYS AGO
    DIVIDE CURRENT_DATE_BIN BY ONE-DAY-BIN GIVING WS-DAY-NUMBER.
    SUBTRACT SPIKE-BASELINE-DAYS FROM WS-DAY-NUMBER.
    MOVE ONE-DAY-BIN TO BASELINE-START-BIN.
    MULTIPLY WS-DAY-NUMBER BY BASELINE-START-BIN.

*   THE HOUR OF DAY THE MIDDLE OF THE LAST HOUR FALLS IN PICKS THE
*   BASELINE HOUR
    MOVE ONE-MINUTE-BIN TO WS-MID-WINDOW-BIN.
    MULTIPLY 30 BY WS-MID-WINDOW-BIN.
    SUBTRACT WS-MID-WINDOW-BIN FROM CURRENT_DATE_BIN
        GIVING WS-MID-WINDOW-BIN.
    DIVIDE WS-MID-WINDOW-BIN BY ONE-DAY-BIN GIVING WS-DAY-NUMBER.
    MOVE ONE-DAY-BIN TO WS-DAY-START-BIN.
    MULTIPLY WS-DAY-NUMBER BY WS-DAY-START-BIN.
    SUBTRACT WS-DAY-START-BIN FROM WS-MID-WINDOW-BIN
        GIVING WS-DAY-REMAIN-BIN.
    DIVIDE WS-DAY-REMAIN-BIN BY ONE-HOUR-BIN GIVING WS-HOUR-OF-DAY.

    OPEN OUTPUT SPIKE-REPORT-FILE.

    MOVE "INTAKE SPIKE EARLY WARNING" TO SPIKE-REPORT-LINE.
    WRITE SPIKE-REPORT-LINE.

    MOVE SPACES TO SPIKE-REPORT-LINE.
    MOVE WINDOW-START-BIN TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    STRING "PROBLEMS TAKEN IN FROM " DELIMITED BY SIZE
           WS-FMT-TEXT               DELIMITED BY SIZE
           " TO "                    DELIMITED BY SIZE
      INTO SPIKE-REPORT-LINE.
    MOVE CURRENT_DATE_BIN TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT TO SPIKE-REPORT-LINE (45:17).
    WRITE SPIKE-REPORT-LINE.

    MOVE SPACES TO SPIKE-REPORT-LINE.
    MOVE WS-HOUR-OF-DAY TO WS-HOUR-KEY-NUM.
    STRING "BASELINE HOUR "          DELIMITED BY SIZE
           WS-HOUR-KEY-TEXT          DELIMITED BY SIZE
           ":00, MULTIPLE "          DELIMITED BY SIZE
      INTO SPIKE-REPORT-LINE.
    MOVE SPIKE-MULTIPLE TO WS-NOTICE-COUNT.
    MOVE WS-NOTICE-COUNT TO SPIKE-REPORT-LINE (31:5).
    WRITE SPIKE-REPORT-LINE.

    MOVE SPACES TO SPIKE-REPORT-LINE.
    WRITE SPIKE-REPORT-LINE.
*
1100-CLEAR-HOUR.
    MOVE ZERO TO HOUR-INTAKE-TOTAL (SUB1).
/
2000-LOAD-HOUR-PROFILE.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_STATS_BY_HOUR" USING SQLCA
                                 BASELINE-START-BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON STATS_BY_HOUR_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2100-FETCH-ONE-HOUR UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_STATS_BY_HOUR" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON STATS_BY_HOUR_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.

*   NO HOURLY HISTORY YET - SPREAD THE DAY EVENLY
    IF HOUR-ALL-TOTAL = ZERO
        COMPUTE WS-HOUR-SHARE ROUNDED = 1 / 24
    ELSE
        COMPUTE WS-HOUR-SHARE ROUNDED =
            HOUR-INTAKE-TOTAL (WS-HOUR-OF-DAY + 1) / HOUR-ALL-TOTAL
    END-IF.
*
2100-FETCH-ONE-HOUR.
    CALL "ET_FC_STATS_BY_HOUR" USING SQLCA
                                 STAT_KEY      OF PROBLEM_STATS_HISTORY_REC
                                 SNAPSHOT_DATE OF PROBLEM_STATS_HISTORY_REC
                                 OPEN_COUNT    OF PROBLEM_STATS_HISTORY_REC
                                 CLOSED_COUNT  OF PROBLEM_STATS_HISTORY_REC
                                 OVERDUE_COUNT OF PROBLEM_STATS_HISTORY_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE STAT_KEY OF PROBLEM_STATS_HISTORY_REC (1:2)
          TO WS-HOUR-KEY-TEXT
        IF WS-HOUR-KEY-TEXT IS NUMERIC
           AND WS-HOUR-KEY-NUM < 24
            ADD OPEN_COUNT OF PROBLEM_STATS_HISTORY_REC
             TO HOUR-INTAKE-TOTAL (WS-HOUR-KEY-NUM + 1)
            ADD OPEN_COUNT OF PROBLEM_STATS_HISTORY_REC
             TO HOUR-ALL-TOTAL
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON STATS_BY_HOUR_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
2200-LOAD-APPLICATION-BASE.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_STATS_BY_APPLICATION" USING SQLCA
                                 BASELINE-START-BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON STATS_BY_APP_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2300-FETCH-ONE-SNAPSHOT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_STATS_BY_APPLICATION" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON STATS_BY_APP_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.

    PERFORM 2400-SET-HOURLY-BASE VARYING BASE-SUB FROM 1 BY 1
                            UNTIL BASE-SUB > BASE-COUNT.
*
2300-FETCH-ONE-SNAPSHOT.
    CALL "ET_FC_STATS_BY_APPLICATION" USING SQLCA
                                 STAT_KEY      OF PROBLEM_STATS_HISTORY_REC
                                 SNAPSHOT_DATE OF PROBLEM_STATS_HISTORY_REC
                                 OPEN_COUNT    OF PROBLEM_STATS_HISTORY_REC
                                 CLOSED_COUNT  OF PROBLEM_STATS_HISTORY_REC
                                 OVERDUE_COUNT OF PROBLEM_STATS_HISTORY_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 2310-KEEP-SNAPSHOT
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON STATS_BY_APP_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
2310-KEEP-SNAPSHOT.
*   ROWS COME IN APPLICATION THEN DATE ORDER - A NEW APPLICATION STARTS
*   A NEW ENTRY, LATER ROWS MOVE ITS LAST SNAPSHOT ON
    IF BASE-COUNT = ZERO
    OR BS-APPLICATION-ID (BASE-COUNT) NOT =
                                 STAT_KEY OF PROBLEM_STATS_HISTORY_REC
        IF BASE-COUNT NOT < BASE-MAX
            DISPLAY "MORE THAN " BASE-MAX
                    " APPLICATIONS IN STATISTICS - RAISE BASE-MAX"
                    WITH CONVERSION
            GO TO 9900-EXIT
        END-IF
        ADD 1 TO BASE-COUNT
        MOVE STAT_KEY OF PROBLEM_STATS_HISTORY_REC
          TO BS-APPLICATION-ID (BASE-COUNT)
        MOVE SNAPSHOT_DATE OF PROBLEM_STATS_HISTORY_REC
          TO BS-FIRST-DATE (BASE-COUNT)
        COMPUTE BS-FIRST-TOTAL (BASE-COUNT) =
            OPEN_COUNT   OF PROBLEM_STATS_HISTORY_REC
          + CLOSED_COUNT OF PROBLEM_STATS_HISTORY_REC
    END-IF.

    MOVE SNAPSHOT_DATE OF PROBLEM_STATS_HISTORY_REC
      TO BS-LAST-DATE (BASE-COUNT).
    COMPUTE BS-LAST-TOTAL (BASE-COUNT) =
        OPEN_COUNT   OF PROBLEM_STATS_HISTORY_REC
      + CLOSED_COUNT OF PROBLEM_STATS_HISTORY_REC.
*
2400-SET-HOURLY-BASE.
*   AVERAGE DAILY INTAKE IS THE GROWTH IN OPEN PLUS CLOSED ACROSS THE
*   WINDOW OVER THE DAYS IT SPANS; ONE SNAPSHOT, OR A FALL (ARCHIVING),
*   GIVES NO BASELINE
    MOVE ZERO TO BS-HOURLY-BASE (BASE-SUB).

    SUBTRACT BS-FIRST-DATE (BASE-SUB) FROM BS-LAST-DATE (BASE-SUB)
        GIVING WS-DAY-REMAIN-BIN.
    DIVIDE WS-DAY-REMAIN-BIN BY ONE-DAY-BIN GIVING WS-BASELINE-DAYS.

    IF WS-BASELINE-DAYS > ZERO
       AND BS-LAST-TOTAL (BASE-SUB) > BS-FIRST-TOTAL (BASE-SUB)
        COMPUTE BS-HOURLY-BASE (BASE-SUB) ROUNDED =
            (BS-LAST-TOTAL (BASE-SUB) - BS-FIRST-TOTAL (BASE-SUB))
          * WS-HOUR-SHARE / WS-BASELINE-DAYS
    END-IF.
/
3000-COUNT-RECENT-INTAKE.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_PROBLEM_INTAKE_SINCE" USING SQLCA
                                 WINDOW-START-BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON INTAKE_SINCE_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-PROBLEM UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_INTAKE_SINCE" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON INTAKE_SINCE_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3100-FETCH-ONE-PROBLEM.
    CALL "ET_FC_PROBLEM_INTAKE_SINCE" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 APPLICATION_ID OF PROBLEM_DETAILS_REC
                                 SITE_ID        OF PROBLEM_DETAILS_REC
                                 WS-ROW-CATEGORY-ID
                                 CONTACT_DATE   OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO PROBLEM-READ-COUNT
        PERFORM 3200-TALLY-ONE-PROBLEM
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON INTAKE_SINCE_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3200-TALLY-ONE-PROBLEM.
    IF WS-ROW-CATEGORY-ID = SPACES
        MOVE "?" TO WS-ROW-CATEGORY-ID
    END-IF.

    MOVE "N" TO WS-FOUND-FLAG.
    PERFORM 3210-FIND-CELL VARYING CELL-SUB FROM 1 BY 1
                      UNTIL CELL-SUB > CELL-COUNT
                         OR WS-FOUND-FLAG = "Y".

    IF WS-FOUND-FLAG = "Y"
        SUBTRACT 1 FROM CELL-SUB
    ELSE
        IF CELL-COUNT NOT < CELL-MAX
            DISPLAY "MORE THAN " CELL-MAX
                    " APPLICATION/SITE/CATEGORY GROUPS - RAISE CELL-MAX"
                    WITH CONVERSION
            GO TO 9900-EXIT
        END-IF
        ADD 1 TO CELL-COUNT
        MOVE APPLICATION_ID OF PROBLEM_DETAILS_REC
          TO CL-APPLICATION-ID (CELL-COUNT)
        MOVE SITE_ID OF PROBLEM_DETAILS_REC
          TO CL-SITE-ID (CELL-COUNT)
        MOVE WS-ROW-CATEGORY-ID
          TO CL-CATEGORY-ID (CELL-COUNT)
        MOVE ZERO TO CL-INTAKE-COUNT (CELL-COUNT)
        MOVE CELL-COUNT TO CELL-SUB
    END-IF.

    ADD 1 TO CL-INTAKE-COUNT (CELL-SUB).

    IF PROB-COUNT NOT < PROB-MAX
        DISPLAY "MORE THAN " PROB-MAX
                " PROBLEMS IN THE LAST HOUR - RAISE PROB-MAX"
                WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    ADD 1 TO PROB-COUNT.
    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PB-PROBLEM-NUMBER (PROB-COUNT).
    MOVE CELL-SUB TO PB-CELL-SUB (PROB-COUNT).
*
3210-FIND-CELL.
    IF CL-APPLICATION-ID (CELL-SUB) = APPLICATION_ID OF PROBLEM_DETAILS_REC
       AND CL-SITE-ID (CELL-SUB)    = SITE_ID OF PROBLEM_DETAILS_REC
       AND CL-CATEGORY-ID (CELL-SUB) = WS-ROW-CATEGORY-ID
        MOVE "Y" TO WS-FOUND-FLAG
    END-IF.
/
4000-CHECK-SPIKES.
    MOVE WS-SPIKE-HEAD TO SPIKE-REPORT-LINE.
    WRITE SPIKE-REPORT-LINE.

    PERFORM 4100-CHECK-ONE-CELL THRU 4100-CHECK-ONE-CELL-EXIT
        VARYING CELL-SUB FROM 1 BY 1
          UNTIL CELL-SUB > CELL-COUNT.
*
4100-CHECK-ONE-CELL.
    MOVE "N" TO WS-FOUND-FLAG.
    PERFORM 4110-FIND-BASE VARYING BASE-SUB FROM 1 BY 1
                      UNTIL BASE-SUB > BASE-COUNT
                         OR WS-FOUND-FLAG = "Y".

    MOVE CL-APPLICATION-ID (CELL-SUB) TO WD-APPLICATION-ID.
    MOVE CL-SITE-ID        (CELL-SUB) TO WD-SITE-ID.
    MOVE CL-CATEGORY-ID    (CELL-SUB) TO WD-CATEGORY-ID.
    MOVE CL-INTAKE-COUNT   (CELL-SUB) TO WD-INTAKE-COUNT.
    MOVE SPACES                       TO WS-SPIKE-ACTION.

    IF WS-FOUND-FLAG = "Y"
        SUBTRACT 1 FROM BASE-SUB
        MOVE BS-HOURLY-BASE (BASE-SUB) TO WD-BASELINE
        COMPUTE WS-THRESHOLD =
            BS-HOURLY-BASE (BASE-SUB) * SPIKE-MULTIPLE
    ELSE
        MOVE ZERO TO WD-BASELINE
        MOVE ZERO TO WS-THRESHOLD
    END-IF.

    IF CL-INTAKE-COUNT (CELL-SUB) < SPIKE-MIN-COUNT
    OR CL-INTAKE-COUNT (CELL-SUB) NOT > WS-THRESHOLD
        PERFORM 4900-WRITE-SPIKE-LINE
        GO TO 4100-CHECK-ONE-CELL-EXIT
    END-IF.

    ADD 1 TO SPIKE-FOUND-COUNT.

    PERFORM 7100-START_TRAN_RW.

    PERFORM 4200-READ-ALERT-LOG.

    IF WS-ALERT-LOG-FOUND-FLAG = "Y"
       AND (CURRENT_DATE_BIN - LAST_ALERT_TMSTAMP OF SPIKE_ALERT_LOG_REC)
                                                   < SUPPRESS-SPAN-BIN
        ADD 1 TO SPIKE-SUPPRESSED-COUNT
        MOVE "SPIKE - ALREADY ALERTED" TO WS-SPIKE-ACTION
        PERFORM 7800-CMT_TRAN
        PERFORM 4900-WRITE-SPIKE-LINE
        PERFORM 4950-PRINT-PROBLEM-LIST
        GO TO 4100-CHECK-ONE-CELL-EXIT
    END-IF.

    PERFORM 4300-FIND-RECIPIENTS.

    IF WS-OWNER-PERSON-ID NOT = SPACES
        MOVE WS-OWNER-PERSON-ID TO WS-NOTICE-PERSON-ID
        PERFORM 4400-QUEUE-SPIKE-NOTICE
    END-IF.

    IF WS-ON-CALL-PERSON-ID NOT = SPACES
       AND WS-ON-CALL-PERSON-ID NOT = WS-OWNER-PERSON-ID
        MOVE WS-ON-CALL-PERSON-ID TO WS-NOTICE-PERSON-ID
        PERFORM 4400-QUEUE-SPIKE-NOTICE
    END-IF.

    PERFORM 4500-WRITE-ALERT-LOG.

    PERFORM 7800-CMT_TRAN.

    ADD 1 TO SPIKE-ALERTED-COUNT.
    IF WS-OWNER-PERSON-ID = SPACES
       AND WS-ON-CALL-PERSON-ID = SPACES
        MOVE "SPIKE - NOBODY TO NOTIFY" TO WS-SPIKE-ACTION
    ELSE
        MOVE "SPIKE - NOTICE QUEUED" TO WS-SPIKE-ACTION
    END-IF.

    PERFORM 4900-WRITE-SPIKE-LINE.
    PERFORM 4950-PRINT-PROBLEM-LIST.
*
4100-CHECK-ONE-CELL-EXIT.
    EXIT.
*
4110-FIND-BASE.
    IF BS-APPLICATION-ID (BASE-SUB) = CL-APPLICATION-ID (CELL-SUB)
        MOVE "Y" TO WS-FOUND-FLAG
    END-IF.
/
4200-READ-ALERT-LOG.
    MOVE "N" TO WS-ALERT-LOG-FOUND-FLAG.

    MOVE CL-APPLICATION-ID (CELL-SUB)
      TO APPLICATION_ID OF SPIKE_ALERT_LOG_REC.
    MOVE CL-SITE-ID        (CELL-SUB)
      TO SITE_ID        OF SPIKE_ALERT_LOG_REC.
    MOVE CL-CATEGORY-ID    (CELL-SUB)
      TO CATEGORY_ID    OF SPIKE_ALERT_LOG_REC.

    CALL "ET_SS_SPIKE_ALERT_LOG" USING SQLCA
                         APPLICATION_ID     OF SPIKE_ALERT_LOG_REC
                         SITE_ID            OF SPIKE_ALERT_LOG_REC
                         CATEGORY_ID        OF SPIKE_ALERT_LOG_REC
                         LAST_ALERT_TMSTAMP OF SPIKE_ALERT_LOG_REC
                         ALERT_COUNT        OF SPIKE_ALERT_LOG_REC
                         REC_USER           OF SPIKE_ALERT_LOG_REC
                         REC_TMSTAMP        OF SPIKE_ALERT_LOG_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO WS-ALERT-LOG-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON SPIKE_ALERT_LOG_SS CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
4300-FIND-RECIPIENTS.
    MOVE SPACES TO WS-OWNER-PERSON-ID.
    MOVE SPACES TO WS-ON-CALL-PERSON-ID.

    MOVE CL-APPLICATION-ID (CELL-SUB)
      TO APPLICATION_ID OF APPLICATION_DETAILS_REC.

    CALL "ET_SS_APPLICATION_OWNER" USING SQLCA
                                 APPLICATION_ID  OF APPLICATION_DETAILS_REC
                                 WS-OWNER-PERSON-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE SPACES TO WS-OWNER-PERSON-ID
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON APPLICATION_OWNER_SS CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE CL-APPLICATION-ID (CELL-SUB)
      TO APPLICATION_ID OF ON_CALL_ROSTER_REC.

    CALL "ET_SS_ON_CALL_PERSON" USING SQLCA
                                 APPLICATION_ID OF ON_CALL_ROSTER_REC
                                 CURRENT_DATE_BIN
                                 PERSON_ID      OF ON_CALL_ROSTER_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE PERSON_ID OF ON_CALL_ROSTER_REC TO WS-ON-CALL-PERSON-ID
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON ON_CALL_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
4400-QUEUE-SPIKE-NOTICE.
*   A HEADLINE ROW, THEN THE PROBLEM NUMBERS FOUR TO A ROW
    MOVE CL-INTAKE-COUNT (CELL-SUB) TO WS-NOTICE-COUNT.
    MOVE SPACES TO WS-NOTICE-TEXT.
    STRING "INTAKE SPIKE APP "            DELIMITED BY SIZE
           CL-APPLICATION-ID (CELL-SUB)   DELIMITED BY SIZE
           " SITE "                       DELIMITED BY SIZE
           CL-SITE-ID (CELL-SUB)          DELIMITED BY SIZE
           " CAT "                        DELIMITED BY SIZE
           CL-CATEGORY-ID (CELL-SUB)      DELIMITED BY SIZE
           ":"                            DELIMITED BY SIZE
           WS-NOTICE-COUNT                DELIMITED BY SIZE
           " IN LAST HOUR"                DELIMITED BY SIZE
      INTO WS-NOTICE-TEXT.

    PERFORM 4410-INSERT-NOTICE-ROW.

    MOVE ZERO   TO NOTICE-LINE-COUNT.
    MOVE ZERO   TO NOTICE-NUMBER-COUNT.
    MOVE SPACES TO WS-NOTICE-NUMBERS.

    PERFORM 4420-ADD-NOTICE-NUMBER VARYING SUB1 FROM 1 BY 1
                              UNTIL SUB1 > PROB-COUNT
                                 OR NOTICE-LINE-COUNT
                                        NOT < NOTICE-LINE-MAX.

    IF NOTICE-NUMBER-COUNT > ZERO
       AND NOTICE-LINE-COUNT < NOTICE-LINE-MAX
        PERFORM 4430-QUEUE-NUMBER-ROW
    END-IF.
*
4410-INSERT-NOTICE-ROW.
*   EACH ROW GETS ITS OWN QUEUE_TMSTAMP, ONE TICK ON FROM THE LAST, SO
*   THE ROWS KEEP THEIR ORDER
    CALL "SYS$GETTIM" USING BY REFERENCE WS-NOW-BIN.
    IF WS-NOW-BIN > NOTICE-STAMP-BIN
        MOVE WS-NOW-BIN TO NOTICE-STAMP-BIN
    ELSE
        ADD 1 TO NOTICE-STAMP-BIN
    END-IF.

    MOVE NOTICE-STAMP-BIN    TO QUEUE_TMSTAMP OF NOTIFICATION_QUEUE_REC.
    MOVE WS-NOTICE-PERSON-ID TO PERSON_ID     OF NOTIFICATION_QUEUE_REC.
    MOVE "U"                 TO URGENT_FLAG   OF NOTIFICATION_QUEUE_REC.
    MOVE "Q"                 TO QUEUE_STATUS  OF NOTIFICATION_QUEUE_REC.
    MOVE WS-NOTICE-TEXT      TO SUBJECT_TEXT  OF NOTIFICATION_QUEUE_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER OF NOTIFICATION_QUEUE_REC.

    CALL "ET_IR_NOTIFICATION_QUEUE" USING SQLCA
                         QUEUE_TMSTAMP OF NOTIFICATION_QUEUE_REC
                         PERSON_ID     OF NOTIFICATION_QUEUE_REC
                         URGENT_FLAG   OF NOTIFICATION_QUEUE_REC
                         SUBJECT_TEXT  OF NOTIFICATION_QUEUE_REC
                         QUEUE_STATUS  OF NOTIFICATION_QUEUE_REC
                         REC_USER      OF NOTIFICATION_QUEUE_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO NOTICE-QUEUED-COUNT
    WHEN SQL_DUPLICATE_IDX
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON NOTIFY_QUEUE_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
4420-ADD-NOTICE-NUMBER.
    IF PB-CELL-SUB (SUB1) = CELL-SUB
        ADD 1 TO NOTICE-NUMBER-COUNT
        MOVE PB-PROBLEM-NUMBER (SUB1)
          TO WN-PROBLEM-NUMBER (NOTICE-NUMBER-COUNT)
        IF NOTICE-NUMBER-COUNT = 4
            PERFORM 4430-QUEUE-NUMBER-ROW
        END-IF
    END-IF.
*
4430-QUEUE-NUMBER-ROW.
    MOVE SPACES TO WS-NOTICE-TEXT.
    STRING "SPIKE APP "                   DELIMITED BY SIZE
           CL-APPLICATION-ID (CELL-SUB)   DELIMITED BY SIZE
           " PROBS"                       DELIMITED BY SIZE
           WS-NOTICE-NUMBERS              DELIMITED BY SIZE
      INTO WS-NOTICE-TEXT.

    PERFORM 4410-INSERT-NOTICE-ROW.

    ADD 1 TO NOTICE-LINE-COUNT.
    MOVE ZERO   TO NOTICE-NUMBER-COUNT.
    MOVE SPACES TO WS-NOTICE-NUMBERS.
*
4500-WRITE-ALERT-LOG.
    MOVE CURRENT_DATE_BIN TO LAST_ALERT_TMSTAMP OF SPIKE_ALERT_LOG_REC.
    MOVE CL-INTAKE-COUNT (CELL-SUB)
      TO ALERT_COUNT OF SPIKE_ALERT_LOG_REC.
    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID  TO REC_USER    OF SPIKE_ALERT_LOG_REC.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF SPIKE_ALERT_LOG_REC.

    IF WS-ALERT-LOG-FOUND-FLAG = "Y"
        CALL "ET_UR_SPIKE_ALERT_LOG" USING SQLCA
                         APPLICATION_ID     OF SPIKE_ALERT_LOG_REC
                         SITE_ID            OF SPIKE_ALERT_LOG_REC
                         CATEGORY_ID        OF SPIKE_ALERT_LOG_REC
                         LAST_ALERT_TMSTAMP OF SPIKE_ALERT_LOG_REC
                         ALERT_COUNT        OF SPIKE_ALERT_LOG_REC
                         REC_USER           OF SPIKE_ALERT_LOG_REC
                         REC_TMSTAMP        OF SPIKE_ALERT_LOG_REC
        END-CALL
    ELSE
        CALL "ET_IR_SPIKE_ALERT_LOG" USING SQLCA
                         APPLICATION_ID     OF SPIKE_ALERT_LOG_REC
                         SITE_ID            OF SPIKE_ALERT_LOG_REC
                         CATEGORY_ID        OF SPIKE_ALERT_LOG_REC
                         LAST_ALERT_TMSTAMP OF SPIKE_ALERT_LOG_REC
                         ALERT_COUNT        OF SPIKE_ALERT_LOG_REC
                         REC_USER           OF SPIKE_ALERT_LOG_REC
                         REC_TMSTAMP        OF SPIKE_ALERT_LOG_REC
        END-CALL
    END-IF.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SPIKE_ALERT_LOG_IR/UR CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
4900-WRITE-SPIKE-LINE.
    MOVE WS-SPIKE-ACTION TO WD-ACTION.
    MOVE WS-SPIKE-LINE   TO SPIKE-REPORT-LINE.
    WRITE SPIKE-REPORT-LINE.
*
4950-PRINT-PROBLEM-LIST.
    MOVE ZERO   TO WP-SUB.
    MOVE SPACES TO WS-PROBLEM-LIST-LINE.

    PERFORM 4960-LIST-ONE-PROBLEM VARYING SUB1 FROM 1 BY 1
                             UNTIL SUB1 > PROB-COUNT.

    IF WP-SUB > ZERO
        MOVE WS-PROBLEM-LIST-LINE TO SPIKE-REPORT-LINE
        WRITE SPIKE-REPORT-LINE
    END-IF.
*
4960-LIST-ONE-PROBLEM.
    IF PB-CELL-SUB (SUB1) = CELL-SUB
        ADD 1 TO WP-SUB
        MOVE PB-PROBLEM-NUMBER (SUB1) TO WP-PROBLEM-NUMBER (WP-SUB)
        IF WP-SUB = 8
            MOVE WS-PROBLEM-LIST-LINE TO SPIKE-REPORT-LINE
            WRITE SPIKE-REPORT-LINE
            MOVE ZERO   TO WP-SUB
            MOVE SPACES TO WS-PROBLEM-LIST-LINE
        END-IF
    END-IF.
/
6400-PRINT-TOTALS.
    MOVE SPACES TO SPIKE-REPORT-LINE.
    WRITE SPIKE-REPORT-LINE.

    MOVE "PROBLEMS TAKEN IN DURING LAST HOUR" TO WC-CAPTION.
    MOVE PROBLEM-READ-COUNT             TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.

    MOVE "APPLICATION/SITE/CATEGORY GROUPS" TO WC-CAPTION.
    MOVE CELL-COUNT                     TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.

    MOVE "SPIKES FOUND"                 TO WC-CAPTION.
    MOVE SPIKE-FOUND-COUNT              TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.

    MOVE "SPIKES ALERTED"               TO WC-CAPTION.
    MOVE SPIKE-ALERTED-COUNT            TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.

    MOVE "REPEAT ALERTS SUPPRESSED"     TO WC-CAPTION.
    MOVE SPIKE-SUPPRESSED-COUNT         TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.

    MOVE "NOTICES QUEUED"               TO WC-CAPTION.
    MOVE NOTICE-QUEUED-COUNT            TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.
*
6410-WRITE-COUNT-LINE.
    MOVE WS-COUNT-LINE TO SPIKE-REPORT-LINE.
    WRITE SPIKE-REPORT-LINE.
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
7100-START_TRAN_RW.
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
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
    CLOSE SPIKE-REPORT-FILE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
*
8800-FORMAT-TIME.
*   DD-MMM-YYYY HH:MM - THE DESCRIPTOR LENGTH CUTS OFF THE SECONDS
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
    MOVE PROBLEM-READ-COUNT     TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE SPIKE-ALERTED-COUNT    TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE SPIKE-SUPPRESSED-COUNT TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK130 ****************
