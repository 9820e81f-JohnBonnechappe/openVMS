IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK094                                                 *
*   Program Name : Monthly Service Availability Report                        *
*   Summary      : Batch report - works out how long each application and   *
*                  site was really down over the reporting window (in days, *
*                  an ACCEPT ... FROM SYS$COMMAND parameter defaulting to   *
*                  DEFAULT-WINDOW-DAYS, 31, ending at midnight this         *
*                  morning). Unplanned outage time comes from the master    *
*                  incidents that EZITRAK013's site-down run links children *
*                  to through REF_PROBLEM_NUMBER, each one running from its *
*                  CONTACT_DATE to its SOLVED_DATE (still-open ones to the  *
*                  end of the window). Incidents for the same               *
*                  APPLICATION_ID and SITE_ID that overlap are merged first *
*                  so the same minute is never counted twice.               *
*                  PLANNED_OUTAGE windows are merged the same way and shown *
*                  in their own column. Only time falling on WORK_CALENDAR  *
*                  working days counts - weekends and NON_WORK_DATE rows    *
*                  are outside service time - and availability is the       *
*                  service minutes left after unplanned outage time, as a   *
*                  percentage of all service minutes. Any line below the    *
*                  target held in SYSTEM_PARAMETER is flagged. Read-only -  *
*                  nothing is changed.                                      *
*                                                                             *
*   TABLES  USED : PROBLEM_DETAILS      (Input)                              *
*                  PLANNED_OUTAGE       (Input)                              *
*                  WORK_CALENDAR        (Input)                              *
*                  JOB_RUN_LOG          (Output)                             *
*                                                                             *
*   NOTE         : ET_OC23_PROBLEM_DETAILS / ET_FC23_PROBLEM_DETAILS /      *
*                  ET_CC23_PROBLEM_DETAILS are new cursor subprograms that  *
*                  need to be generated in the CDD/SQL module - the next    *
*                  free number in the OCn/FCn/CCn family - taking           *
*                  WINDOW-START-BIN and WINDOW-END-BIN as bind parameters   *
*                  and returning PROBLEM_NUMBER, APPLICATION_ID, SITE_ID,   *
*                  CONTACT_DATE and SOLVED_DATE for every master incident,  *
*                  i.e. every row WHERE EXISTS (SELECT * FROM               *
*                  PROBLEM_DETAILS C WHERE C.REF_PROBLEM_NUMBER =           *
*                  PROBLEM_NUMBER) AND CONTACT_DATE < :WINDOW-END-BIN AND   *
*                  (SOLVED_DATE = 0 OR SOLVED_DATE > :WINDOW-START-BIN).    *
*                  The planned windows reuse EZITRAK065's                   *
*                  ET_OC/FC/CC_PLANNED_OUTAGE_ACTIVE cursor.                *
*                                                                             *
*   NOTE         : the availability target is SYSTEM_PARAMETER              *
*                  EZITRAK094_TARGET_PCT_X100 in hundredths of a percent    *
*                  (9950 = 99.50%, the compiled default), and the window    *
*                  default is EZITRAK094_WINDOW_DAYS. A window longer than  *
*                  a year is cut back to MAX-WINDOW-DAYS. Outage time is    *
*                  attributed to the master incident's own APPLICATION_ID   *
*                  and SITE_ID; a planned window with a blank application   *
*                  or site prints as ALL.                                   *
*                                                                             *
*   NOTE         : REPORT_NAME EZITRAK094 on REPORT_DISTRIBUTION            *
*                  (EZITRAK057 screen) lists who is mailed the finished     *
*                  report; the output-mode parameter "C" also writes each   *
*                  line to the EZITRAK094_CSV data file, the same as the    *
*                  other monthly reports.                                   *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK094.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AVAIL-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CSV-EXTRACT-FILE ASSIGN TO "EZITRAK094_CSV"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  AVAIL-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  AVAIL-REPORT-LINE                               PIC X(132).
FD  CSV-EXTRACT-FILE
    LABEL RECORDS ARE STANDARD.
01  CSV-EXTRACT-RECORD                          PIC X(200).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"          from dictionary.
    copy "EZITRAK_CDD.PLANNED_OUTAGE_REC"           from dictionary.
    copy "EZITRAK_CDD.WORK_CALENDAR_REC"            from dictionary.
    copy "EZITRAK_CDD.REPORT_DISTRIBUTION_REC"      from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"           from dictionary.
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
 01  ONE-MINUTE-BIN                              PIC S9(11)V9(7) COMP
                                                    VALUE 600000000.

 01  WINDOW-SPAN-BIN                             PIC S9(11)V9(7) COMP.
 01  WINDOW-START-BIN                            PIC S9(11)V9(7) COMP.
 01  WINDOW-END-BIN                              PIC S9(11)V9(7) COMP.
 01  WS-WINDOW-DAYS-TEXT                         PIC X(4).
 01  WS-WINDOW-DAYS-NUM REDEFINES WS-WINDOW-DAYS-TEXT PIC 9(4).
 01  WINDOW-DAYS                                 PIC S9(9) COMP.
 01  DEFAULT-WINDOW-DAYS                         PIC S9(9) COMP VALUE 31.
 01  MAX-WINDOW-DAYS                             PIC S9(9) COMP VALUE 366.
 01  TARGET-PCT-X100                             PIC S9(9) COMP VALUE 9950.
 01  WS-PARAMETER-FOUND-FLAG                     PIC X.
 01  WS-PARAMETER-VALUE-TEXT                     PIC X(12).
 01  WS-PARAMETER-VALUE-NUM REDEFINES WS-PARAMETER-VALUE-TEXT
                                                 PIC 9(12).
 01  WS-PARAMETER-SHIFT-TEXT                     PIC X(12).

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB2                                        PIC S9(4) COMP.
 01  DAY-SUB                                     PIC S9(4) COMP.
 01  DAY-FIRST-SUB                               PIC S9(4) COMP.
 01  DAY-LAST-SUB                                PIC S9(4) COMP.
 01  AVAIL-SUB                                   PIC S9(4) COMP.

 01  WS-BD-TEST-DATE                             PIC S9(11)V9(7) COMP.
 01  WS-BD-DAY-NUMBER                            PIC S9(9) COMP.
 01  WS-BD-DAY-OF-WEEK                           PIC S9(9) COMP.
 01  WS-BD-DAY-START                             PIC S9(11)V9(7) COMP.
 01  WS-WORKING-DAY-FLAG                         PIC X.

 01  WORKING-DAY-COUNT                           PIC S9(9) COMP VALUE 0.
 01  SERVICE-MINUTES                             PIC S9(9) COMP VALUE 0.
 01  DAY-TABLE.
     05  DAY-WORKING-FLAG OCCURS 366 TIMES       PIC X.

 01  WS-CLIP-START-BIN                           PIC S9(11)V9(7) COMP.
 01  WS-CLIP-END-BIN                             PIC S9(11)V9(7) COMP.
 01  WS-OFFSET-BIN                               PIC S9(11)V9(7) COMP.
 01  WS-DAY-START-BIN                            PIC S9(11)V9(7) COMP.
 01  WS-DAY-END-BIN                              PIC S9(11)V9(7) COMP.
 01  WS-OVERLAP-START-BIN                        PIC S9(11)V9(7) COMP.
 01  WS-OVERLAP-END-BIN                          PIC S9(11)V9(7) COMP.
 01  WS-DAY-MINUTES                              PIC S9(9) COMP.
 01  WS-SPAN-MINUTES                             PIC S9(9) COMP.

 01  INTV-COUNT                                  PIC S9(4) COMP VALUE 0.
 01  INTV-MAX                                    PIC S9(4) COMP VALUE 500.
 01  INTV-TRUNC-FLAG                             PIC X VALUE "N".
 01  INTV-TABLE.
     05  INTV-ENTRY OCCURS 500 TIMES.
         10  INT-APPLICATION-ID                  PIC X(4).
         10  INT-SITE-ID                         PIC X(4).
         10  INT-KIND                            PIC X.
             88  INT-UNPLANNED                   VALUE "U".
             88  INT-PLANNED                     VALUE "P".
         10  INT-START-BIN                       PIC S9(11)V9(7) COMP.
         10  INT-END-BIN                         PIC S9(11)V9(7) COMP.

 01  SWAP-ENTRY.
     05  SWAP-APPLICATION-ID                     PIC X(4).
     05  SWAP-SITE-ID                            PIC X(4).
     05  SWAP-KIND                               PIC X.
     05  SWAP-START-BIN                          PIC S9(11)V9(7) COMP.
     05  SWAP-END-BIN                            PIC S9(11)V9(7) COMP.

 01  MRG-ACTIVE-FLAG                             PIC X.
 01  MRG-APPLICATION-ID                          PIC X(4).
 01  MRG-SITE-ID                                 PIC X(4).
 01  MRG-KIND                                    PIC X.
 01  MRG-START-BIN                               PIC S9(11)V9(7) COMP.
 01  MRG-END-BIN                                 PIC S9(11)V9(7) COMP.

 01  WS-KEY-APPLICATION-ID                       PIC X(4).
 01  WS-KEY-SITE-ID                              PIC X(4).
 01  WS-KEY-KIND                                 PIC X.
 01  AVAIL-COUNT                                 PIC S9(4) COMP VALUE 0.
 01  AVAIL-MAX                                   PIC S9(4) COMP VALUE 200.
 01  AVAIL-TRUNC-FLAG                            PIC X VALUE "N".
 01  AVAIL-TABLE.
     05  AVAIL-ENTRY OCCURS 200 TIMES.
         10  AV-APPLICATION-ID                   PIC X(4).
         10  AV-SITE-ID                          PIC X(4).
         10  AV-INCIDENT-COUNT                   PIC S9(9) COMP.
         10  AV-UNPLANNED-MINUTES                PIC S9(9) COMP.
         10  AV-PLANNED-MINUTES                  PIC S9(9) COMP.

 01  MASTER-COUNT                                PIC S9(9) COMP VALUE 0.
 01  PLANNED-COUNT                               PIC S9(9) COMP VALUE 0.
 01  BELOW-TARGET-COUNT                          PIC S9(9) COMP VALUE 0.
 01  WS-AVAIL-X100                               PIC S9(9) COMP.
 01  WS-AVAIL-PCT                                PIC S9(3)V99.
 01  WS-TARGET-PCT                               PIC S9(3)V99.

 01  WS-TITLE-LINE.
     05  FILLER                                  PIC X(33) VALUE
                                 "EZITRAK094 SERVICE AVAILABILITY  ".
     05  FILLER                                  PIC X(13) VALUE
                                                    "WINDOW DAYS ".
     05  WH-WINDOW-DAYS                          PIC ZZ9.
     05  FILLER                                  PIC X(16) VALUE
                                                    "  WORKING DAYS ".
     05  WH-WORKING-DAYS                         PIC ZZ9.
     05  FILLER                                  PIC X(16) VALUE
                                                    "  SERVICE MINS ".
     05  WH-SERVICE-MINUTES                      PIC ZZZZZZ9.
     05  FILLER                                  PIC X(10) VALUE
                                                    "  TARGET ".
     05  WH-TARGET-PCT                           PIC ZZ9.99.
     05  FILLER                                  PIC X(1)  VALUE "%".

 01  WS-COLUMN-HEADING-LINE.
     05  FILLER                                  PIC X(35) VALUE
                     "APPL SITE  INCIDENTS UNPLANNED MINS".
     05  FILLER                                  PIC X(28) VALUE
                     "  PLANNED MINS     AVAILABLE".

 01  WS-DETAIL-LINE.
     05  WD-APPLICATION-ID                       PIC X(4).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-SITE-ID                              PIC X(4).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-INCIDENT-COUNT                       PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(6)  VALUE SPACES.
     05  WD-UNPLANNED-MINUTES                    PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(5)  VALUE SPACES.
     05  WD-PLANNED-MINUTES                      PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(7)  VALUE SPACES.
     05  WD-AVAIL-PCT                            PIC ZZ9.99.
     05  FILLER                                  PIC X(1)  VALUE "%".
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-BELOW-TARGET                         PIC X(16).

 01  WS-TOTALS-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "MASTER INCIDENTS = ".
     05  WT-MASTER-COUNT                         PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(20) VALUE
                                                    "  PLANNED WINDOWS= ".
     05  WT-PLANNED-COUNT                        PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(20) VALUE
                                                    "  BELOW TARGET   = ".
     05  WT-BELOW-TARGET-COUNT                   PIC ZZZZZZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  DIST-SENT-COUNT                             PIC S9(9) COMP VALUE 0.
 01  WS-DIST-EMAIL                               PIC X(40).
 01  WS-DIST-MAIL-COMMAND                        PIC X(132).
 01  DIST-RECIP-COUNT                            PIC S9(4) COMP.
 01  DIST-RECIP-SUB                              PIC S9(4) COMP.
 01  DIST-RECIP-TABLE.
     05  DIST-RECIP-ID OCCURS 20 TIMES           PIC X(8).
 01  WS-OUTPUT-MODE-TEXT                         PIC X(1).
 01  WS-CSV-RECORD                               PIC X(200).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK094".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 2000-BUILD-DAY-TABLE.

    PERFORM 3000-FIND-MASTER-INCIDENTS.

    PERFORM 3500-FIND-PLANNED-OUTAGES.

    PERFORM 4000-SORT-INTERVAL-TABLE.

    PERFORM 4500-MERGE-INTERVALS.

    PERFORM 5000-PRINT-AVAIL-REPORT.

    PERFORM 8000-FINALISATION.

    PERFORM 9300-DISTRIBUTE-REPORT.

    PERFORM 9200-WRITE-JOB-END.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO INTV-COUNT.
    MOVE ZERO TO AVAIL-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE "EZITRAK094_WINDOW_DAYS" TO PARAMETER_NAME
                                          OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO DEFAULT-WINDOW-DAYS
    END-IF.

    MOVE "EZITRAK094_TARGET_PCT_X100" TO PARAMETER_NAME
                                          OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
    AND WS-PARAMETER-VALUE-NUM NOT > 10000
        MOVE WS-PARAMETER-VALUE-NUM TO TARGET-PCT-X100
    END-IF.

    MOVE SPACES TO WS-WINDOW-DAYS-TEXT.
    ACCEPT WS-WINDOW-DAYS-TEXT FROM SYS$COMMAND.

    MOVE SPACES TO WS-OUTPUT-MODE-TEXT.
    ACCEPT WS-OUTPUT-MODE-TEXT FROM SYS$COMMAND.

    IF WS-WINDOW-DAYS-TEXT IS NUMERIC AND WS-WINDOW-DAYS-NUM > ZERO
        MOVE WS-WINDOW-DAYS-NUM TO WINDOW-DAYS
    ELSE
        MOVE DEFAULT-WINDOW-DAYS TO WINDOW-DAYS
    END-IF.

    IF WINDOW-DAYS > MAX-WINDOW-DAYS
        MOVE MAX-WINDOW-DAYS TO WINDOW-DAYS
    END-IF.

*   THE WINDOW ENDS AT MIDNIGHT THIS MORNING SO EVERY DAY IN IT IS A
*   WHOLE DAY AND LINES UP WITH THE WORK_CALENDAR DATES
    DIVIDE CURRENT_DATE_BIN BY ONE-DAY-BIN GIVING WS-BD-DAY-NUMBER.
    MOVE ONE-DAY-BIN TO WINDOW-END-BIN.
    MULTIPLY WS-BD-DAY-NUMBER BY WINDOW-END-BIN.

    MOVE ONE-DAY-BIN TO WINDOW-SPAN-BIN.
    MULTIPLY WINDOW-DAYS BY WINDOW-SPAN-BIN.
    SUBTRACT WINDOW-SPAN-BIN FROM WINDOW-END-BIN GIVING WINDOW-START-BIN.

    OPEN OUTPUT AVAIL-REPORT-FILE.

    IF WS-OUTPUT-MODE-TEXT = "C"
        OPEN OUTPUT CSV-EXTRACT-FILE
    END-IF.
/
2000-BUILD-DAY-TABLE.
*   ONE CALENDAR PROBE PER DAY OF THE WINDOW, UP FRONT, SO THE OUTAGE
*   ARITHMETIC BELOW NEVER GOES BACK TO WORK_CALENDAR
    MOVE ZERO TO WORKING-DAY-COUNT.

    PERFORM 7000-START_TRAN_RO.

    PERFORM 2100-SET-ONE-DAY VARYING DAY-SUB FROM 1 BY 1
                            UNTIL DAY-SUB > WINDOW-DAYS.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.

    MULTIPLY WORKING-DAY-COUNT BY 1440 GIVING SERVICE-MINUTES.
*
2100-SET-ONE-DAY.
    MOVE DAY-SUB TO WS-BD-DAY-NUMBER.
    SUBTRACT 1 FROM WS-BD-DAY-NUMBER.
    MOVE ONE-DAY-BIN TO WS-BD-TEST-DATE.
    MULTIPLY WS-BD-DAY-NUMBER BY WS-BD-TEST-DATE.
    ADD WINDOW-START-BIN TO WS-BD-TEST-DATE.

    PERFORM 8977-CHECK-WORKING-DAY.

    MOVE WS-WORKING-DAY-FLAG TO DAY-WORKING-FLAG (DAY-SUB).

    IF WS-WORKING-DAY-FLAG = "Y"
        ADD 1 TO WORKING-DAY-COUNT
    END-IF.
/
3000-FIND-MASTER-INCIDENTS.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC23_PROBLEM_DETAILS" USING SQLCA
                                 WINDOW-START-BIN
                                 WINDOW-END-BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_OC23 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-MASTER UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC23_PROBLEM_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_CC23 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3100-FETCH-ONE-MASTER.
    CALL "ET_FC23_PROBLEM_DETAILS" USING SQLCA
                                 PROBLEM_NUMBER       OF PROBLEM_DETAILS_REC
                                 APPLICATION_ID       OF PROBLEM_DETAILS_REC
                                 SITE_ID              OF PROBLEM_DETAILS_REC
                                 CONTACT_DATE         OF PROBLEM_DETAILS_REC
                                 SOLVED_DATE          OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO MASTER-COUNT
        MOVE CONTACT_DATE OF PROBLEM_DETAILS_REC TO WS-CLIP-START-BIN
        IF SOLVED_DATE OF PROBLEM_DETAILS_REC = ZERO
            MOVE WINDOW-END-BIN TO WS-CLIP-END-BIN
        ELSE
            MOVE SOLVED_DATE OF PROBLEM_DETAILS_REC TO WS-CLIP-END-BIN
        END-IF
        MOVE APPLICATION_ID OF PROBLEM_DETAILS_REC
          TO WS-KEY-APPLICATION-ID
        MOVE SITE_ID OF PROBLEM_DETAILS_REC TO WS-KEY-SITE-ID
        MOVE "U" TO WS-KEY-KIND
        PERFORM 3800-ADD-INTERVAL
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_FC23 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3500-FIND-PLANNED-OUTAGES.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_PLANNED_OUTAGE_ACTIVE" USING SQLCA
                                 WINDOW-START-BIN
                                 WINDOW-END-BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PLANNED_OUTAGE_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3600-FETCH-ONE-OUTAGE UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PLANNED_OUTAGE_ACTIVE" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PLANNED_OUTAGE_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3600-FETCH-ONE-OUTAGE.
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
        ADD 1 TO PLANNED-COUNT
        MOVE START_TMSTAMP OF PLANNED_OUTAGE_REC TO WS-CLIP-START-BIN
        MOVE END_TMSTAMP   OF PLANNED_OUTAGE_REC TO WS-CLIP-END-BIN
        MOVE APPLICATION_ID OF PLANNED_OUTAGE_REC
          TO WS-KEY-APPLICATION-ID
        MOVE SITE_ID OF PLANNED_OUTAGE_REC TO WS-KEY-SITE-ID
        MOVE "P" TO WS-KEY-KIND
        PERFORM 3800-ADD-INTERVAL
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PLANNED_OUTAGE_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3800-ADD-INTERVAL.
*   CLIP THE SPAN TO THE WINDOW - AN OUTAGE THAT STARTED LAST MONTH ONLY
*   COUNTS FROM THE FIRST MINUTE OF THIS ONE
    IF WS-CLIP-START-BIN < WINDOW-START-BIN
        MOVE WINDOW-START-BIN TO WS-CLIP-START-BIN
    END-IF.

    IF WS-CLIP-END-BIN > WINDOW-END-BIN
        MOVE WINDOW-END-BIN TO WS-CLIP-END-BIN
    END-IF.

    IF WS-CLIP-END-BIN > WS-CLIP-START-BIN
        IF INTV-COUNT < INTV-MAX
            ADD 1 TO INTV-COUNT
            MOVE WS-KEY-APPLICATION-ID TO INT-APPLICATION-ID (INTV-COUNT)
            MOVE WS-KEY-SITE-ID        TO INT-SITE-ID        (INTV-COUNT)
            MOVE WS-KEY-KIND           TO INT-KIND           (INTV-COUNT)
            MOVE WS-CLIP-START-BIN     TO INT-START-BIN      (INTV-COUNT)
            MOVE WS-CLIP-END-BIN       TO INT-END-BIN        (INTV-COUNT)
        ELSE
            IF INTV-TRUNC-FLAG = "N"
                DISPLAY "MORE THAN " INTV-MAX
                        " OUTAGES IN WINDOW - REPORT TRUNCATED"
                        WITH CONVERSION
                MOVE "Y" TO INTV-TRUNC-FLAG
            END-IF
        END-IF
    END-IF.
/
4000-SORT-INTERVAL-TABLE.
    IF INTV-COUNT > 1
        PERFORM 4100-BUBBLE-OUTER-PASS VARYING SUB1 FROM 1 BY 1
                                  UNTIL SUB1 > INTV-COUNT - 1
    END-IF.
*
4100-BUBBLE-OUTER-PASS.
    PERFORM 4200-BUBBLE-COMPARE VARYING SUB2 FROM 1 BY 1
                           UNTIL SUB2 > INTV-COUNT - SUB1.
*
4200-BUBBLE-COMPARE.
    IF INT-APPLICATION-ID (SUB2) > INT-APPLICATION-ID (SUB2 + 1)
    OR (INT-APPLICATION-ID (SUB2) = INT-APPLICATION-ID (SUB2 + 1)
        AND INT-SITE-ID (SUB2) > INT-SITE-ID (SUB2 + 1))
    OR (INT-APPLICATION-ID (SUB2) = INT-APPLICATION-ID (SUB2 + 1)
        AND INT-SITE-ID (SUB2) = INT-SITE-ID (SUB2 + 1)
        AND INT-KIND (SUB2) > INT-KIND (SUB2 + 1))
    OR (INT-APPLICATION-ID (SUB2) = INT-APPLICATION-ID (SUB2 + 1)
        AND INT-SITE-ID (SUB2) = INT-SITE-ID (SUB2 + 1)
        AND INT-KIND (SUB2) = INT-KIND (SUB2 + 1)
        AND INT-START-BIN (SUB2) > INT-START-BIN (SUB2 + 1))
        PERFORM 4300-SWAP-ENTRIES
    END-IF.
*
4300-SWAP-ENTRIES.
    MOVE INTV-ENTRY (SUB2)     TO SWAP-ENTRY.
    MOVE INTV-ENTRY (SUB2 + 1) TO INTV-ENTRY (SUB2).
    MOVE SWAP-ENTRY            TO INTV-ENTRY (SUB2 + 1).
/
4500-MERGE-INTERVALS.
*   THE TABLE IS NOW IN APPLICATION / SITE / KIND / START ORDER, SO
*   OVERLAPPING SPANS SIT NEXT TO EACH OTHER - EACH ONE EITHER STRETCHES
*   THE SPAN BEING BUILT OR CLOSES IT OFF AND STARTS THE NEXT
    MOVE "N" TO MRG-ACTIVE-FLAG.

    PERFORM 4600-MERGE-ONE-INTERVAL VARYING SUB1 FROM 1 BY 1
                               UNTIL SUB1 > INTV-COUNT.

    IF MRG-ACTIVE-FLAG = "Y"
        PERFORM 4700-FLUSH-MERGED-SPAN
    END-IF.
*
4600-MERGE-ONE-INTERVAL.
    IF MRG-ACTIVE-FLAG = "Y"
    AND INT-APPLICATION-ID (SUB1) = MRG-APPLICATION-ID
    AND INT-SITE-ID        (SUB1) = MRG-SITE-ID
    AND INT-KIND           (SUB1) = MRG-KIND
    AND INT-START-BIN      (SUB1) NOT > MRG-END-BIN
        IF INT-END-BIN (SUB1) > MRG-END-BIN
            MOVE INT-END-BIN (SUB1) TO MRG-END-BIN
        END-IF
    ELSE
        IF MRG-ACTIVE-FLAG = "Y"
            PERFORM 4700-FLUSH-MERGED-SPAN
        END-IF
        MOVE "Y"                       TO MRG-ACTIVE-FLAG
        MOVE INT-APPLICATION-ID (SUB1) TO MRG-APPLICATION-ID
        MOVE INT-SITE-ID        (SUB1) TO MRG-SITE-ID
        MOVE INT-KIND           (SUB1) TO MRG-KIND
        MOVE INT-START-BIN      (SUB1) TO MRG-START-BIN
        MOVE INT-END-BIN        (SUB1) TO MRG-END-BIN
    END-IF.

    IF INT-UNPLANNED (SUB1)
        MOVE INT-APPLICATION-ID (SUB1) TO WS-KEY-APPLICATION-ID
        MOVE INT-SITE-ID        (SUB1) TO WS-KEY-SITE-ID
        PERFORM 4800-FIND-AVAIL-ENTRY
        IF AVAIL-SUB > ZERO
            ADD 1 TO AV-INCIDENT-COUNT (AVAIL-SUB)
        END-IF
    END-IF.
*
4700-FLUSH-MERGED-SPAN.
    PERFORM 4750-COMPUTE-SPAN-MINUTES.

    MOVE MRG-APPLICATION-ID TO WS-KEY-APPLICATION-ID.
    MOVE MRG-SITE-ID        TO WS-KEY-SITE-ID.
    PERFORM 4800-FIND-AVAIL-ENTRY.

    IF AVAIL-SUB > ZERO
        IF MRG-KIND = "U"
            ADD WS-SPAN-MINUTES TO AV-UNPLANNED-MINUTES (AVAIL-SUB)
        ELSE
            ADD WS-SPAN-MINUTES TO AV-PLANNED-MINUTES   (AVAIL-SUB)
        END-IF
    END-IF.

    MOVE "N" TO MRG-ACTIVE-FLAG.
*
4750-COMPUTE-SPAN-MINUTES.
*   ONLY THE PART OF THE SPAN THAT FALLS ON A WORKING DAY IS SERVICE
*   TIME LOST - WALK THE DAYS IT TOUCHES AND ADD UP THE OVERLAPS
    MOVE ZERO TO WS-SPAN-MINUTES.

    SUBTRACT WINDOW-START-BIN FROM MRG-START-BIN GIVING WS-OFFSET-BIN.
    DIVIDE WS-OFFSET-BIN BY ONE-DAY-BIN GIVING DAY-FIRST-SUB.
    ADD 1 TO DAY-FIRST-SUB.

    SUBTRACT WINDOW-START-BIN FROM MRG-END-BIN GIVING WS-OFFSET-BIN.
    DIVIDE WS-OFFSET-BIN BY ONE-DAY-BIN GIVING DAY-LAST-SUB.
    ADD 1 TO DAY-LAST-SUB.

    IF DAY-LAST-SUB > WINDOW-DAYS
        MOVE WINDOW-DAYS TO DAY-LAST-SUB
    END-IF.

    PERFORM 4760-ADD-ONE-DAY-OVERLAP VARYING DAY-SUB FROM DAY-FIRST-SUB
                                BY 1 UNTIL DAY-SUB > DAY-LAST-SUB.
*
4760-ADD-ONE-DAY-OVERLAP.
    IF DAY-WORKING-FLAG (DAY-SUB) = "Y"
        MOVE DAY-SUB TO WS-BD-DAY-NUMBER
        SUBTRACT 1 FROM WS-BD-DAY-NUMBER
        MOVE ONE-DAY-BIN TO WS-DAY-START-BIN
        MULTIPLY WS-BD-DAY-NUMBER BY WS-DAY-START-BIN
        ADD WINDOW-START-BIN TO WS-DAY-START-BIN
        ADD ONE-DAY-BIN TO WS-DAY-START-BIN GIVING WS-DAY-END-BIN

        IF MRG-START-BIN > WS-DAY-START-BIN
            MOVE MRG-START-BIN    TO WS-OVERLAP-START-BIN
        ELSE
            MOVE WS-DAY-START-BIN TO WS-OVERLAP-START-BIN
        END-IF

        IF MRG-END-BIN < WS-DAY-END-BIN
            MOVE MRG-END-BIN      TO WS-OVERLAP-END-BIN
        ELSE
            MOVE WS-DAY-END-BIN   TO WS-OVERLAP-END-BIN
        END-IF

        IF WS-OVERLAP-END-BIN > WS-OVERLAP-START-BIN
            SUBTRACT WS-OVERLAP-START-BIN FROM WS-OVERLAP-END-BIN
                GIVING WS-OFFSET-BIN
            DIVIDE WS-OFFSET-BIN BY ONE-MINUTE-BIN
                GIVING WS-DAY-MINUTES
            ADD WS-DAY-MINUTES TO WS-SPAN-MINUTES
        END-IF
    END-IF.
*
4800-FIND-AVAIL-ENTRY.
    MOVE ZERO TO AVAIL-SUB.

    PERFORM 4810-MATCH-AVAIL-ENTRY VARYING SUB2 FROM 1 BY 1
                              UNTIL SUB2 > AVAIL-COUNT
                              OR AVAIL-SUB > ZERO.

    IF AVAIL-SUB = ZERO
        IF AVAIL-COUNT < AVAIL-MAX
            ADD 1 TO AVAIL-COUNT
            MOVE AVAIL-COUNT           TO AVAIL-SUB
            MOVE WS-KEY-APPLICATION-ID TO AV-APPLICATION-ID   (AVAIL-SUB)
            MOVE WS-KEY-SITE-ID        TO AV-SITE-ID          (AVAIL-SUB)
            MOVE ZERO                  TO AV-INCIDENT-COUNT   (AVAIL-SUB)
            MOVE ZERO                  TO AV-UNPLANNED-MINUTES (AVAIL-SUB)
            MOVE ZERO                  TO AV-PLANNED-MINUTES  (AVAIL-SUB)
        ELSE
            IF AVAIL-TRUNC-FLAG = "N"
                DISPLAY "MORE THAN " AVAIL-MAX
                        " APPLICATION/SITE COMBINATIONS - SOME NOT REPORTED"
                        WITH CONVERSION
                MOVE "Y" TO AVAIL-TRUNC-FLAG
            END-IF
        END-IF
    END-IF.
*
4810-MATCH-AVAIL-ENTRY.
    IF AV-APPLICATION-ID (SUB2) = WS-KEY-APPLICATION-ID
    AND AV-SITE-ID       (SUB2) = WS-KEY-SITE-ID
        MOVE SUB2 TO AVAIL-SUB
    END-IF.
/
5000-PRINT-AVAIL-REPORT.
    MOVE WINDOW-DAYS       TO WH-WINDOW-DAYS.
    MOVE WORKING-DAY-COUNT TO WH-WORKING-DAYS.
    MOVE SERVICE-MINUTES   TO WH-SERVICE-MINUTES.
    DIVIDE TARGET-PCT-X100 BY 100 GIVING WS-TARGET-PCT.
    MOVE WS-TARGET-PCT     TO WH-TARGET-PCT.
    MOVE WS-TITLE-LINE     TO AVAIL-REPORT-LINE.
    WRITE AVAIL-REPORT-LINE.

    MOVE SPACES TO AVAIL-REPORT-LINE.
    WRITE AVAIL-REPORT-LINE.

    IF AVAIL-COUNT = 0
        MOVE "NO MASTER INCIDENTS OR PLANNED OUTAGES IN THE REPORTING WINDOW"
          TO AVAIL-REPORT-LINE
        WRITE AVAIL-REPORT-LINE
    ELSE
        MOVE WS-COLUMN-HEADING-LINE TO AVAIL-REPORT-LINE
        WRITE AVAIL-REPORT-LINE
        PERFORM 5100-PRINT-ONE-ENTRY VARYING SUB1 FROM 1 BY 1
                                UNTIL SUB1 > AVAIL-COUNT
    END-IF.

    MOVE SPACES TO AVAIL-REPORT-LINE.
    WRITE AVAIL-REPORT-LINE.

    MOVE MASTER-COUNT       TO WT-MASTER-COUNT.
    MOVE PLANNED-COUNT      TO WT-PLANNED-COUNT.
    MOVE BELOW-TARGET-COUNT TO WT-BELOW-TARGET-COUNT.
    MOVE WS-TOTALS-LINE     TO AVAIL-REPORT-LINE.
    WRITE AVAIL-REPORT-LINE.
*
5100-PRINT-ONE-ENTRY.
*   NO SERVICE TIME AT ALL (A WINDOW OF NOTHING BUT WEEKENDS AND
*   HOLIDAYS) CANNOT HAVE LOST ANY, SO IT READS AS FULLY AVAILABLE
    IF SERVICE-MINUTES = ZERO
        MOVE 10000 TO WS-AVAIL-X100
    ELSE
        COMPUTE WS-AVAIL-X100 =
            (SERVICE-MINUTES - AV-UNPLANNED-MINUTES (SUB1)) * 10000
            / SERVICE-MINUTES
    END-IF.

    DIVIDE WS-AVAIL-X100 BY 100 GIVING WS-AVAIL-PCT.

    MOVE SPACES                       TO WD-BELOW-TARGET.
    MOVE AV-APPLICATION-ID    (SUB1)  TO WD-APPLICATION-ID.
    IF WD-APPLICATION-ID = SPACES
        MOVE "ALL" TO WD-APPLICATION-ID
    END-IF.
    MOVE AV-SITE-ID           (SUB1)  TO WD-SITE-ID.
    IF WD-SITE-ID = SPACES
        MOVE "ALL" TO WD-SITE-ID
    END-IF.
    MOVE AV-INCIDENT-COUNT    (SUB1)  TO WD-INCIDENT-COUNT.
    MOVE AV-UNPLANNED-MINUTES (SUB1)  TO WD-UNPLANNED-MINUTES.
    MOVE AV-PLANNED-MINUTES   (SUB1)  TO WD-PLANNED-MINUTES.
    MOVE WS-AVAIL-PCT                 TO WD-AVAIL-PCT.

    IF WS-AVAIL-X100 < TARGET-PCT-X100
        MOVE "** BELOW TARGET" TO WD-BELOW-TARGET
        ADD 1 TO BELOW-TARGET-COUNT
    END-IF.

    MOVE WS-DETAIL-LINE               TO AVAIL-REPORT-LINE.
    WRITE AVAIL-REPORT-LINE.
    IF WS-OUTPUT-MODE-TEXT = "C"
        MOVE SPACES TO WS-CSV-RECORD
        STRING WD-APPLICATION-ID       DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WD-SITE-ID              DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WD-INCIDENT-COUNT       DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WD-UNPLANNED-MINUTES    DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WD-PLANNED-MINUTES      DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WD-AVAIL-PCT            DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WD-BELOW-TARGET         DELIMITED BY SIZE
          INTO WS-CSV-RECORD
        MOVE WS-CSV-RECORD TO CSV-EXTRACT-RECORD
        WRITE CSV-EXTRACT-RECORD
    END-IF.
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
    CLOSE AVAIL-REPORT-FILE.

    IF WS-OUTPUT-MODE-TEXT = "C"
        CLOSE CSV-EXTRACT-FILE
    END-IF.
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
8977-CHECK-WORKING-DAY.
*   DAY ZERO OF THE VMS QUADWORD CALENDAR (17-NOV-1858) WAS A WEDNESDAY,
*   SO DAY-NUMBER MOD 7 GIVES 3 FOR SATURDAY AND 4 FOR SUNDAY
    DIVIDE WS-BD-TEST-DATE BY ONE-DAY-BIN
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
*   READ_COUNT CARRIES THE OUTAGE SPANS LOADED, UPDATE_COUNT THE
*   APPLICATION/SITE LINES REPORTED - THIS REPORT REJECTS NOTHING
    MOVE INTV-COUNT        TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE AVAIL-COUNT       TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE ZERO              TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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

    STRING "MAIL/SUBJECT=""EZITRAK094 SERVICE AVAILABILITY"" SYS$PRINT """
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
* **************** END OF SOURCE EZITRAK094 ****************
