IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK117                                                 *
*   Program Name : On-Call Callout Claim Extract                              *
*   Summary      : Monthly batch job that turns the callout evidence          *
*                  already on file into payroll claims. Takes the             *
*                  PERIOD_ID (YYYYMM) as an ACCEPT ... FROM SYS$COMMAND       *
*                  parameter - blank picks the newest closed period.          *
*                  Every ALERT_DETAILS acknowledgment and every               *
*                  PROBLEM_SOLUTION_DETAILS effort line stamped inside        *
*                  the period counts as a callout event when it falls         *
*                  outside working time (a weekend, a WORK_CALENDAR           *
*                  non-working day, or before WORK-START-HOUR / from          *
*                  WORK-END-HOUR on) and was made by the person               *
*                  ON_CALL_ROSTER had on call for the problem's               *
*                  application at that moment. A person's events within       *
*                  an hour of the first are merged into one claim. For a      *
*                  closed period each claim not already in CALLOUT_CLAIM      *
*                  is totalled by person and date into the                    *
*                  PAYROLL_CALLOUT_TRANSFER file (person, date, callout       *
*                  count, minutes, plus a control trailer) and recorded       *
*                  in CALLOUT_CLAIM, so a claim is never issued twice; an     *
*                  open period prints a provisional report only. The          *
*                  SYS$PRINT listing gives each team leader a page of         *
*                  their people's claims to sign off.                         *
*                                                                             *
*   TABLES  USED : ACCT_PERIOD          (Input)                               *
*                  ALERT_DETAILS        (Input)                               *
*                  PROBLEM_SOLUTION_DETAILS (Input)                           *
*                  PROBLEM_DETAILS      (Input)                               *
*                  ON_CALL_ROSTER       (Input)                               *
*                  PERSON_DETAILS       (Input)                               *
*                  WORK_CALENDAR        (Input)                               *
*                  SYSTEM_PARAMETER     (Input)                               *
*                  CALLOUT_CLAIM        (Input-Output)                        *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : CALLOUT_CLAIM is a new CDD table, not yet generated -    *
*                  PERSON_ID PIC X(8) +                                     *
*                  CALLOUT_START PIC S9(11)V9(7) COMP key (the claim's      *
*                  first event), PERIOD_ID PIC 9(6), EVENT_COUNT PIC S9(4)  *
*                  COMP, MINUTES_CLAIMED PIC S9(9) COMP, REC_USER PIC X(8), *
*                  REC_TMSTAMP PIC S9(11)V9(7) COMP. A DBA/CDD maintainer   *
*                  needs to create the table and generate                   *
*                  ET_SS/IR_CALLOUT_CLAIM on the key.                       *
*                                                                             *
*   NOTE         : needs a new cursor ET_OC/FC/CC_ALERT_ACKED -             *
*                  PERIOD_START and PERIOD_END in, every ALERT_DETAILS row  *
*                  with ACK_FLAG "Y" and ACK_TMSTAMP in the range,          *
*                  returning PROBLEM_NUMBER, APPLICATION_ID,                *
*                  PERSON_ASSIGNED_ID and ACK_TMSTAMP. The effort lines     *
*                  come from EZITRAK115's ET_OC/FC/CC_PERIOD_EFFORT, the    *
*                  on-call check from EZITRAK001's ET_SS_ON_CALL_PERSON and *
*                  the team leader from ET_SS_PERSON_TEAM_LEADER (see       *
*                  ET0052.COB's header).                                    *
*                                                                             *
*   NOTE         : WORK_DAY_START_HOUR and WORK_DAY_END_HOUR on             *
*                  SYSTEM_PARAMETER override the compiled 8 and 18          *
*                  (EZITRAK001's daytime assignment hours).                 *
*                  PAYROLL_CALLOUT_TRANSFER is 80-byte records - "D"        *
*                  detail: PERIOD_ID 9(6), PERSON_ID X(8), date X(11)       *
*                  DD-MMM-YYYY, callout count 9(3), minutes 9(7); "T"       *
*                  trailer: PERIOD_ID 9(6), record count 9(7), callout      *
*                  total 9(7), minutes total 9(9).                          *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK117.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PAYROLL-TRANSFER-FILE ASSIGN TO "PAYROLL_CALLOUT_TRANSFER"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CLAIM-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  PAYROLL-TRANSFER-FILE
    LABEL RECORDS ARE STANDARD.
01  PAYROLL-DETAIL-RECORD.
    05  PTD-RECORD-TYPE                         PIC X(1).
    05  PTD-PERIOD-ID                           PIC 9(6).
    05  PTD-PERSON-ID                           PIC X(8).
    05  PTD-CALLOUT-DATE                        PIC X(11).
    05  PTD-CALLOUT-COUNT                       PIC 9(3).
    05  PTD-MINUTES                             PIC 9(7).
    05  FILLER                                  PIC X(44).
01  PAYROLL-TRAILER-RECORD.
    05  PTT-RECORD-TYPE                         PIC X(1).
    05  PTT-PERIOD-ID                           PIC 9(6).
    05  PTT-RECORD-COUNT                        PIC 9(7).
    05  PTT-CALLOUT-TOTAL                       PIC 9(7).
    05  PTT-MINUTES-TOTAL                       PIC 9(9).
    05  FILLER                                  PIC X(50).

FD  CLAIM-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  CLAIM-REPORT-LINE                           PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.ACCT_PERIOD_REC"              from dictionary.
    copy "EZITRAK_CDD.ALERT_DETAILS_REC"            from dictionary.
    copy "EZITRAK_CDD.PROBLEM_SOLUTION_DETAILS_REC" from dictionary.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"          from dictionary.
    copy "EZITRAK_CDD.ON_CALL_ROSTER_REC"           from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"           from dictionary.
    copy "EZITRAK_CDD.WORK_CALENDAR_REC"            from dictionary.
    copy "EZITRAK_CDD.CALLOUT_CLAIM_REC"            from dictionary.
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
 01  ONE-DAY-BIN                                 PIC S9(11)V9(7) COMP
                                                    VALUE 864000000000.
 01  ONE-HOUR-BIN                                PIC S9(11)V9(7) COMP
                                                    VALUE 36000000000.
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.

 01  WORK-START-HOUR                             PIC S9(4) COMP VALUE 8.
 01  WORK-END-HOUR                               PIC S9(4) COMP VALUE 18.
 01  WS-PARAMETER-FOUND-FLAG                     PIC X.
 01  WS-PARAMETER-VALUE-TEXT                     PIC X(12).
 01  WS-PARAMETER-VALUE-NUM REDEFINES WS-PARAMETER-VALUE-TEXT
                                                 PIC 9(12).
 01  WS-PARAMETER-SHIFT-TEXT                     PIC X(12).

 01  WS-PERIOD-TEXT                              PIC X(6).
 01  WS-PERIOD-NUM REDEFINES WS-PERIOD-TEXT      PIC 9(6).
 01  WS-SELECTED-PERIOD-ID                       PIC 9(6) VALUE ZERO.
 01  PERIOD-CLOSED-FLAG                          PIC X VALUE "N".

*   ONE CANDIDATE EVENT AS IT IS WEIGHED
 01  WS-EVENT-APPLICATION-ID                     PIC X(4).
 01  WS-EVENT-PROBLEM-NUMBER                     PIC 9(9).
 01  WS-EVENT-PERSON-ID                          PIC X(8).
 01  WS-EVENT-TMSTAMP                            PIC S9(11)V9(7) COMP.
 01  WS-EVENT-MINUTES                            PIC S9(9) COMP.
 01  WS-LAST-PROBLEM-NUMBER                      PIC 9(9) VALUE ZERO.
 01  WS-LAST-APPLICATION-ID                      PIC X(4) VALUE SPACES.
 01  WS-WORKING-TIME-FLAG                        PIC X.
 01  WS-DAY-NUMBER                               PIC S9(9) COMP.
 01  WS-DAY-OF-WEEK                              PIC S9(9) COMP.
 01  WS-HOUR-OF-DAY                              PIC S9(9) COMP.
 01  WS-DAY-START-BIN                            PIC S9(11)V9(7) COMP.
 01  WS-DAY-REMAIN-BIN                           PIC S9(11)V9(7) COMP.
 01  WS-CLAIM-END-BIN                            PIC S9(11)V9(7) COMP.
 01  WS-DATE-TEXT                                PIC X(11).

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB2                                        PIC S9(4) COMP.
 01  SUB3                                        PIC S9(4) COMP.
 01  FOUND-FLAG                                  PIC X.
 01  WS-SLIDE-FLAG                               PIC X.
 01  WS-LEADER-ID                                PIC X(8).

 01  CALLOUT-EVENT-COUNT                         PIC S9(4) COMP VALUE 0.
 01  CALLOUT-EVENT-MAX                           PIC S9(4) COMP VALUE 5000.
 01  EVENT-TABLE.
     05  EVENT-ENTRY OCCURS 5000 TIMES.
         10  EVT-PERSON-ID                       PIC X(8).
         10  EVT-TMSTAMP                         PIC S9(11)V9(7) COMP.
         10  EVT-MINUTES                         PIC S9(9) COMP.
 01  HOLD-EVENT.
     05  HLD-PERSON-ID                           PIC X(8).
     05  HLD-TMSTAMP                             PIC S9(11)V9(7) COMP.
     05  HLD-MINUTES                             PIC S9(9) COMP.

 01  CLAIM-COUNT                                 PIC S9(4) COMP VALUE 0.
 01  CLAIM-MAX                                   PIC S9(4) COMP VALUE 3000.
 01  CLAIM-TABLE.
     05  CLAIM-ENTRY OCCURS 3000 TIMES.
         10  CLM-PERSON-ID                       PIC X(8).
         10  CLM-CALLOUT-START                   PIC S9(11)V9(7) COMP.
         10  CLM-DAY-NUMBER                      PIC S9(9) COMP.
         10  CLM-EVENT-COUNT                     PIC S9(4) COMP.
         10  CLM-MINUTES                         PIC S9(9) COMP.
         10  CLM-ISSUED-FLAG                     PIC X.

*   ONE ROW PER PERSON PER DAY - WHAT PAYROLL PAYS ON
 01  DAY-COUNT                                   PIC S9(4) COMP VALUE 0.
 01  DAY-MAX                                     PIC S9(4) COMP VALUE 3000.
 01  DAY-TABLE.
     05  DAY-ENTRY OCCURS 3000 TIMES.
         10  DAY-PERSON-ID                       PIC X(8).
         10  DAY-NUMBER                          PIC S9(9) COMP.
         10  DAY-DATE-TEXT                       PIC X(11).
         10  DAY-CALLOUTS                        PIC S9(4) COMP.
         10  DAY-MINUTES                         PIC S9(9) COMP.
         10  DAY-LEADER-ID                       PIC X(8).

 01  LEADER-COUNT                                PIC S9(4) COMP VALUE 0.
 01  LEADER-MAX                                  PIC S9(4) COMP VALUE 200.
 01  LEADER-TABLE.
     05  LDR-PERSON-ID OCCURS 200 TIMES          PIC X(8).

 01  PERSON-LEADER-COUNT                         PIC S9(4) COMP VALUE 0.
 01  PERSON-LEADER-MAX                           PIC S9(4) COMP VALUE 1000.
 01  PERSON-LEADER-TABLE.
     05  PERSON-LEADER-ENTRY OCCURS 1000 TIMES.
         10  PLT-PERSON-ID                       PIC X(8).
         10  PLT-LEADER-ID                       PIC X(8).

 01  ALERT-READ-COUNT                            PIC S9(9) COMP VALUE 0.
 01  EFFORT-READ-COUNT                           PIC S9(9) COMP VALUE 0.
 01  ISSUED-CLAIM-COUNT                          PIC S9(9) COMP VALUE 0.
 01  ALREADY-ISSUED-COUNT                        PIC S9(9) COMP VALUE 0.
 01  LEADER-CALLOUTS                             PIC S9(9) COMP.
 01  LEADER-MINUTES                              PIC S9(9) COMP.
 01  TOTAL-CALLOUTS                              PIC S9(9) COMP VALUE 0.
 01  TOTAL-MINUTES                               PIC S9(9) COMP VALUE 0.

 01  WS-TITLE-LINE.
     05  FILLER                                  PIC X(42) VALUE
                         "EZITRAK117 ON-CALL CALLOUT CLAIMS  PERIOD ".
     05  WTL-PERIOD-ID                           PIC 9(6).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WTL-STATUS                              PIC X(40).

 01  WS-LEADER-HEADING.
     05  FILLER                                  PIC X(40) VALUE
                         "CALLOUT CLAIMS FOR SIGN-OFF - TEAM LEADER".
     05  FILLER                                  PIC X(1)  VALUE SPACE.
     05  WLH-LEADER-ID                           PIC X(14).

 01  WS-COLUMN-HEADING                           PIC X(50) VALUE
                         "PERSON    DATE          CALLOUTS   MINUTES".

 01  WS-CLAIM-LINE.
     05  WC-PERSON-ID                            PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WC-DATE-TEXT                            PIC X(11).
     05  FILLER                                  PIC X(3)  VALUE SPACES.
     05  WC-CALLOUTS                             PIC ZZZZZZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WC-MINUTES                              PIC ZZZZZZZ9.

 01  WS-LEADER-TOTAL-LINE.
     05  FILLER                                  PIC X(24) VALUE
                                                    "TEAM TOTAL".
     05  WLT-CALLOUTS                            PIC ZZZZZZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WLT-MINUTES                             PIC ZZZZZZZ9.

 01  WS-SIGN-LINE                                PIC X(70) VALUE
        "SIGNED ..............................   DATE ...............".

 01  WS-COUNT-LINE.
     05  WK-CAPTION                              PIC X(24).
     05  WK-COUNT                                PIC ZZZZZZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK117".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 2000-SELECT-PERIOD THRU 2000-SELECT-PERIOD-EXIT.

    IF WS-SELECTED-PERIOD-ID = ZERO
        MOVE "NO CLOSED PERIOD ON FILE - NOTHING EXTRACTED"
          TO CLAIM-REPORT-LINE
        WRITE CLAIM-REPORT-LINE
    ELSE
        PERFORM 3000-COLLECT-ALERT-EVENTS
        PERFORM 3500-COLLECT-EFFORT-EVENTS
        PERFORM 4000-BUILD-CLAIMS
        IF PERIOD-CLOSED-FLAG = "Y"
            PERFORM 4500-CHECK-ISSUED-CLAIMS
        END-IF
        PERFORM 4600-BUILD-DAY-ROWS
        PERFORM 5000-PRINT-SIGN-OFF-PAGES
        IF PERIOD-CLOSED-FLAG = "Y"
            IF DAY-COUNT > ZERO
                PERFORM 6000-WRITE-TRANSFER-FILE
                PERFORM 7500-RECORD-ISSUED-CLAIMS
            ELSE
                MOVE "NO NEW CLAIMS - NO TRANSFER FILE WRITTEN"
                  TO CLAIM-REPORT-LINE
                WRITE CLAIM-REPORT-LINE AFTER ADVANCING PAGE
            END-IF
        END-IF
        PERFORM 6100-PRINT-TOTALS
    END-IF.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE "WORK_DAY_START_HOUR" TO PARAMETER_NAME OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO WORK-START-HOUR
    END-IF.

    MOVE "WORK_DAY_END_HOUR" TO PARAMETER_NAME OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO WORK-END-HOUR
    END-IF.

    OPEN OUTPUT CLAIM-REPORT-FILE.
/
2000-SELECT-PERIOD.
    MOVE SPACES TO WS-PERIOD-TEXT.
    ACCEPT WS-PERIOD-TEXT FROM SYS$COMMAND.

    IF WS-PERIOD-TEXT = SPACES
        PERFORM 2100-FIND-NEWEST-CLOSED
        IF WS-SELECTED-PERIOD-ID = ZERO
            GO TO 2000-SELECT-PERIOD-EXIT
        END-IF
    ELSE
        IF WS-PERIOD-TEXT IS NOT NUMERIC
            DISPLAY "PERIOD MUST BE KEYED AS YYYYMM - RUN ABANDONED"
            GO TO 9900-EXIT
        END-IF
        MOVE WS-PERIOD-NUM TO WS-SELECTED-PERIOD-ID
    END-IF.

    PERFORM 7000-START_TRAN_RO.

    MOVE WS-SELECTED-PERIOD-ID TO PERIOD_ID OF ACCT_PERIOD_REC.

    CALL "ET_SS_ACCT_PERIOD" USING SQLCA
                                 PERIOD_ID      OF ACCT_PERIOD_REC
                                 PERIOD_START   OF ACCT_PERIOD_REC
                                 PERIOD_END     OF ACCT_PERIOD_REC
                                 PERIOD_STATUS  OF ACCT_PERIOD_REC
                                 CLOSED_BY      OF ACCT_PERIOD_REC
                                 CLOSED_TMSTAMP OF ACCT_PERIOD_REC
                                 REC_USER       OF ACCT_PERIOD_REC
                                 REC_TMSTAMP    OF ACCT_PERIOD_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
        DISPLAY "PERIOD NOT ON FILE - RUN ABANDONED"
        GO TO 9900-EXIT
    WHEN OTHER
        DISPLAY "ERROR ON ACCT_PERIOD_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.

*   AN OPEN PERIOD CAN STILL CHANGE - SHOW THE CLAIMS BUT ISSUE NOTHING
    MOVE WS-SELECTED-PERIOD-ID TO WTL-PERIOD-ID.
    IF PERIOD_STATUS OF ACCT_PERIOD_REC = "C"
        MOVE "Y" TO PERIOD-CLOSED-FLAG
        MOVE "CLOSED - NEW CLAIMS ISSUED TO PAYROLL" TO WTL-STATUS
    ELSE
        MOVE "N" TO PERIOD-CLOSED-FLAG
        MOVE "OPEN - PROVISIONAL, NOTHING ISSUED"   TO WTL-STATUS
    END-IF.

    MOVE WS-TITLE-LINE TO CLAIM-REPORT-LINE.
    WRITE CLAIM-REPORT-LINE.
*
2000-SELECT-PERIOD-EXIT.
    EXIT.
*
2100-FIND-NEWEST-CLOSED.
*   THE CURSOR RUNS NEWEST FIRST - THE FIRST CLOSED ROW IS THE ONE
    MOVE ZERO TO WS-SELECTED-PERIOD-ID.

    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_ACCT_PERIOD" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ACCT_PERIOD_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2110-FETCH-ONE-PERIOD UNTIL NOT SQL_SUCCESS
                                     OR WS-SELECTED-PERIOD-ID NOT = ZERO.

    CALL "ET_CC_ACCT_PERIOD" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ACCT_PERIOD_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
2110-FETCH-ONE-PERIOD.
    CALL "ET_FC_ACCT_PERIOD" USING SQLCA
                                 PERIOD_ID      OF ACCT_PERIOD_REC
                                 PERIOD_START   OF ACCT_PERIOD_REC
                                 PERIOD_END     OF ACCT_PERIOD_REC
                                 PERIOD_STATUS  OF ACCT_PERIOD_REC
                                 CLOSED_BY      OF ACCT_PERIOD_REC
                                 CLOSED_TMSTAMP OF ACCT_PERIOD_REC
                                 REC_USER       OF ACCT_PERIOD_REC
                                 REC_TMSTAMP    OF ACCT_PERIOD_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF PERIOD_STATUS OF ACCT_PERIOD_REC = "C"
            MOVE PERIOD_ID OF ACCT_PERIOD_REC TO WS-SELECTED-PERIOD-ID
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ACCT_PERIOD_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3000-COLLECT-ALERT-EVENTS.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_ALERT_ACKED" USING SQLCA
                                 PERIOD_START OF ACCT_PERIOD_REC
                                 PERIOD_END   OF ACCT_PERIOD_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ALERT_ACKED_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-ALERT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_ALERT_ACKED" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ALERT_ACKED_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3100-FETCH-ONE-ALERT.
    CALL "ET_FC_ALERT_ACKED" USING SQLCA
                                 PROBLEM_NUMBER     OF ALERT_DETAILS_REC
                                 APPLICATION_ID     OF ALERT_DETAILS_REC
                                 PERSON_ASSIGNED_ID OF ALERT_DETAILS_REC
                                 ACK_TMSTAMP        OF ALERT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO ALERT-READ-COUNT
        MOVE PROBLEM_NUMBER     OF ALERT_DETAILS_REC
          TO WS-EVENT-PROBLEM-NUMBER
        MOVE APPLICATION_ID     OF ALERT_DETAILS_REC
          TO WS-EVENT-APPLICATION-ID
        MOVE PERSON_ASSIGNED_ID OF ALERT_DETAILS_REC
          TO WS-EVENT-PERSON-ID
        MOVE ACK_TMSTAMP        OF ALERT_DETAILS_REC
          TO WS-EVENT-TMSTAMP
        MOVE ZERO TO WS-EVENT-MINUTES
        PERFORM 3800-WEIGH-ONE-EVENT THRU 3800-WEIGH-ONE-EVENT-END
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ALERT_ACKED_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3500-COLLECT-EFFORT-EVENTS.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_PERIOD_EFFORT" USING SQLCA
                                 PERIOD_START OF ACCT_PERIOD_REC
                                 PERIOD_END   OF ACCT_PERIOD_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERIOD_EFFORT_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3600-FETCH-ONE-EFFORT UNTIL NOT SQL_SUCCESS.

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
3600-FETCH-ONE-EFFORT.
    CALL "ET_FC_PERIOD_EFFORT" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
                                 MINUTES_SPENT  OF PROBLEM_SOLUTION_DETAILS_REC
                                 REC_USER       OF PROBLEM_SOLUTION_DETAILS_REC
                                 REC_TMSTAMP    OF PROBLEM_SOLUTION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO EFFORT-READ-COUNT
        MOVE PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
          TO WS-EVENT-PROBLEM-NUMBER
        MOVE SPACES TO WS-EVENT-APPLICATION-ID
        MOVE REC_USER       OF PROBLEM_SOLUTION_DETAILS_REC
          TO WS-EVENT-PERSON-ID
        MOVE REC_TMSTAMP    OF PROBLEM_SOLUTION_DETAILS_REC
          TO WS-EVENT-TMSTAMP
        MOVE MINUTES_SPENT  OF PROBLEM_SOLUTION_DETAILS_REC
          TO WS-EVENT-MINUTES
        PERFORM 3800-WEIGH-ONE-EVENT THRU 3800-WEIGH-ONE-EVENT-END
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERIOD_EFFORT_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3800-WEIGH-ONE-EVENT.
*   ONLY OUT-OF-HOURS WORK BY WHOEVER HELD THE ROSTER AT THAT MOMENT
*   IS A CALLOUT - DAYTIME WORK AND HELP FROM OFF-ROTA COLLEAGUES ARE
*   PAID AS NORMAL TIME
    PERFORM 8900-CHECK-WORKING-TIME THRU 8900-CHECK-WORKING-TIME-END.
    IF WS-WORKING-TIME-FLAG = "Y"
        GO TO 3800-WEIGH-ONE-EVENT-END
    END-IF.

    IF WS-EVENT-APPLICATION-ID = SPACES
        PERFORM 3850-RESOLVE-APPLICATION
        IF WS-EVENT-APPLICATION-ID = SPACES
            GO TO 3800-WEIGH-ONE-EVENT-END
        END-IF
    END-IF.

    MOVE WS-EVENT-APPLICATION-ID TO APPLICATION_ID OF ON_CALL_ROSTER_REC.

    CALL "ET_SS_ON_CALL_PERSON" USING SQLCA
                                 APPLICATION_ID OF ON_CALL_ROSTER_REC
                                 WS-EVENT-TMSTAMP
                                 PERSON_ID      OF ON_CALL_ROSTER_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
        GO TO 3800-WEIGH-ONE-EVENT-END
    WHEN OTHER
        DISPLAY "ERROR OF ON_CALL_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF PERSON_ID OF ON_CALL_ROSTER_REC NOT = WS-EVENT-PERSON-ID
        GO TO 3800-WEIGH-ONE-EVENT-END
    END-IF.

    IF CALLOUT-EVENT-COUNT NOT < CALLOUT-EVENT-MAX
        DISPLAY "MORE THAN 5000 CALLOUT EVENTS - RUN ABANDONED"
        GO TO 9900-EXIT
    END-IF.

    ADD 1 TO CALLOUT-EVENT-COUNT.
    MOVE WS-EVENT-PERSON-ID TO EVT-PERSON-ID (CALLOUT-EVENT-COUNT).
    MOVE WS-EVENT-TMSTAMP   TO EVT-TMSTAMP   (CALLOUT-EVENT-COUNT).
    MOVE WS-EVENT-MINUTES   TO EVT-MINUTES   (CALLOUT-EVENT-COUNT).
*
3800-WEIGH-ONE-EVENT-END.
    MOVE ZERO TO SQLCODE.
*
3850-RESOLVE-APPLICATION.
*   CONSECUTIVE LINES OF ONE PROBLEM REUSE THE LAST READ
    IF WS-EVENT-PROBLEM-NUMBER = WS-LAST-PROBLEM-NUMBER
        MOVE WS-LAST-APPLICATION-ID TO WS-EVENT-APPLICATION-ID
    ELSE
        MOVE WS-EVENT-PROBLEM-NUMBER
          TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC

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
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            MOVE APPLICATION_ID OF PROBLEM_DETAILS_REC
              TO WS-EVENT-APPLICATION-ID
        WHEN SQL_NOT_FOUND
            MOVE SPACES TO WS-EVENT-APPLICATION-ID
            MOVE ZERO TO SQLCODE
        WHEN OTHER
            DISPLAY "SS PROBLEM NG CODE=" SQLCODE WITH CONVERSION
            GO TO   9900-EXIT
        END-EVALUATE

        MOVE WS-EVENT-PROBLEM-NUMBER TO WS-LAST-PROBLEM-NUMBER
        MOVE WS-EVENT-APPLICATION-ID TO WS-LAST-APPLICATION-ID
    END-IF.
/
4000-BUILD-CLAIMS.
*   PUT THE EVENTS IN PERSON AND TIME ORDER, THEN FOLD EACH PERSON'S
*   EVENTS INTO ONE CLAIM PER HOUR FROM THE FIRST EVENT OF THE CLAIM
    PERFORM 4010-PLACE-ONE-EVENT VARYING SUB1 FROM 2 BY 1
        UNTIL SUB1 > CALLOUT-EVENT-COUNT.

    PERFORM 4100-CLAIM-ONE-EVENT VARYING SUB1 FROM 1 BY 1
        UNTIL SUB1 > CALLOUT-EVENT-COUNT.
*
4010-PLACE-ONE-EVENT.
    MOVE EVENT-ENTRY (SUB1) TO HOLD-EVENT.
    MOVE SUB1 TO SUB2.
    PERFORM 4015-COMPARE-PREVIOUS.
    PERFORM 4020-SLIDE-ONE-EVENT UNTIL WS-SLIDE-FLAG = "N".
    MOVE HOLD-EVENT TO EVENT-ENTRY (SUB2).
*
4015-COMPARE-PREVIOUS.
    MOVE "N" TO WS-SLIDE-FLAG.
    IF SUB2 > 1
        SUBTRACT 1 FROM SUB2 GIVING SUB3
        IF EVT-PERSON-ID (SUB3) > HLD-PERSON-ID
            MOVE "Y" TO WS-SLIDE-FLAG
        ELSE
            IF EVT-PERSON-ID (SUB3) = HLD-PERSON-ID
               AND EVT-TMSTAMP (SUB3) > HLD-TMSTAMP
                MOVE "Y" TO WS-SLIDE-FLAG
            END-IF
        END-IF
    END-IF.
*
4020-SLIDE-ONE-EVENT.
    MOVE EVENT-ENTRY (SUB3) TO EVENT-ENTRY (SUB2).
    MOVE SUB3 TO SUB2.
    PERFORM 4015-COMPARE-PREVIOUS.
*
4100-CLAIM-ONE-EVENT.
    MOVE "Y" TO FOUND-FLAG.
    IF CLAIM-COUNT = ZERO
        MOVE "N" TO FOUND-FLAG
    ELSE
        ADD CLM-CALLOUT-START (CLAIM-COUNT) ONE-HOUR-BIN
            GIVING WS-CLAIM-END-BIN
        IF CLM-PERSON-ID (CLAIM-COUNT) NOT = EVT-PERSON-ID (SUB1)
           OR EVT-TMSTAMP (SUB1) NOT < WS-CLAIM-END-BIN
            MOVE "N" TO FOUND-FLAG
        END-IF
    END-IF.

    IF FOUND-FLAG = "Y"
        ADD 1                  TO CLM-EVENT-COUNT (CLAIM-COUNT)
        ADD EVT-MINUTES (SUB1) TO CLM-MINUTES     (CLAIM-COUNT)
    ELSE
        IF CLAIM-COUNT NOT < CLAIM-MAX
            DISPLAY "MORE THAN 3000 CALLOUT CLAIMS - RUN ABANDONED"
            GO TO 9900-EXIT
        END-IF
        ADD 1 TO CLAIM-COUNT
        MOVE EVT-PERSON-ID (SUB1) TO CLM-PERSON-ID     (CLAIM-COUNT)
        MOVE EVT-TMSTAMP   (SUB1) TO CLM-CALLOUT-START (CLAIM-COUNT)
        DIVIDE EVT-TMSTAMP (SUB1) BY ONE-DAY-BIN
            GIVING CLM-DAY-NUMBER (CLAIM-COUNT)
        MOVE 1                    TO CLM-EVENT-COUNT   (CLAIM-COUNT)
        MOVE EVT-MINUTES   (SUB1) TO CLM-MINUTES       (CLAIM-COUNT)
        MOVE "N"                  TO CLM-ISSUED-FLAG   (CLAIM-COUNT)
    END-IF.
/
4500-CHECK-ISSUED-CLAIMS.
    PERFORM 7000-START_TRAN_RO.

    PERFORM 4510-CHECK-ONE-CLAIM VARYING SUB1 FROM 1 BY 1
        UNTIL SUB1 > CLAIM-COUNT.

    PERFORM 7800-CMT_TRAN.
*
4510-CHECK-ONE-CLAIM.
    MOVE CLM-PERSON-ID     (SUB1) TO PERSON_ID     OF CALLOUT_CLAIM_REC.
    MOVE CLM-CALLOUT-START (SUB1) TO CALLOUT_START OF CALLOUT_CLAIM_REC.

    CALL "ET_SS_CALLOUT_CLAIM" USING SQLCA
                                 PERSON_ID       OF CALLOUT_CLAIM_REC
                                 CALLOUT_START   OF CALLOUT_CLAIM_REC
                                 PERIOD_ID       OF CALLOUT_CLAIM_REC
                                 EVENT_COUNT     OF CALLOUT_CLAIM_REC
                                 MINUTES_CLAIMED OF CALLOUT_CLAIM_REC
                                 REC_USER        OF CALLOUT_CLAIM_REC
                                 REC_TMSTAMP     OF CALLOUT_CLAIM_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO CLM-ISSUED-FLAG (SUB1)
        ADD 1 TO ALREADY-ISSUED-COUNT
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON CALLOUT_CLAIM_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
4600-BUILD-DAY-ROWS.
*   CLAIMS ARE IN PERSON AND TIME ORDER, SO EACH PERSON'S DAY IS A RUN
    PERFORM 7000-START_TRAN_RO.

    PERFORM 4610-ADD-ONE-CLAIM THRU 4610-ADD-ONE-CLAIM-END
        VARYING SUB1 FROM 1 BY 1
        UNTIL SUB1 > CLAIM-COUNT.

    PERFORM 7800-CMT_TRAN.
*
4610-ADD-ONE-CLAIM.
    IF CLM-ISSUED-FLAG (SUB1) = "Y"
        GO TO 4610-ADD-ONE-CLAIM-END
    END-IF.

    MOVE "Y" TO FOUND-FLAG.
    IF DAY-COUNT = ZERO
        MOVE "N" TO FOUND-FLAG
    ELSE
        IF DAY-PERSON-ID (DAY-COUNT) NOT = CLM-PERSON-ID (SUB1)
           OR DAY-NUMBER (DAY-COUNT) NOT = CLM-DAY-NUMBER (SUB1)
            MOVE "N" TO FOUND-FLAG
        END-IF
    END-IF.

    IF FOUND-FLAG = "N"
        IF DAY-COUNT NOT < DAY-MAX
            DISPLAY "MORE THAN 3000 PERSON-DAYS - RUN ABANDONED"
            GO TO 9900-EXIT
        END-IF
        ADD 1 TO DAY-COUNT
        MOVE CLM-PERSON-ID  (SUB1) TO DAY-PERSON-ID (DAY-COUNT)
        MOVE CLM-DAY-NUMBER (SUB1) TO DAY-NUMBER    (DAY-COUNT)
        MOVE ZERO                  TO DAY-CALLOUTS  (DAY-COUNT)
        MOVE ZERO                  TO DAY-MINUTES   (DAY-COUNT)
        MOVE ONE-DAY-BIN TO WS-DAY-START-BIN
        MULTIPLY CLM-DAY-NUMBER (SUB1) BY WS-DAY-START-BIN
        PERFORM 8800-FORMAT-DATE
        MOVE WS-DATE-TEXT          TO DAY-DATE-TEXT (DAY-COUNT)
        PERFORM 4650-RESOLVE-TEAM-LEADER
        MOVE WS-LEADER-ID          TO DAY-LEADER-ID (DAY-COUNT)
    END-IF.

    ADD 1                  TO DAY-CALLOUTS (DAY-COUNT).
    ADD CLM-MINUTES (SUB1) TO DAY-MINUTES  (DAY-COUNT).
*
4610-ADD-ONE-CLAIM-END.
    EXIT.
*
4650-RESOLVE-TEAM-LEADER.
    MOVE "N" TO FOUND-FLAG.
    PERFORM 4660-MATCH-PERSON VARYING SUB2 FROM 1 BY 1
        UNTIL SUB2 > PERSON-LEADER-COUNT OR FOUND-FLAG = "Y".

    IF FOUND-FLAG = "N"
        MOVE CLM-PERSON-ID (SUB1) TO PERSON_ID OF PERSON_DETAILS_REC

        CALL "ET_SS_PERSON_TEAM_LEADER" USING SQLCA
                                 PERSON_ID      OF PERSON_DETAILS_REC
                                 TEAM_LEADER_ID OF PERSON_DETAILS_REC
        END-CALL

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
        END-EVALUATE

        IF PERSON-LEADER-COUNT < PERSON-LEADER-MAX
            ADD 1 TO PERSON-LEADER-COUNT
            MOVE CLM-PERSON-ID (SUB1)
              TO PLT-PERSON-ID (PERSON-LEADER-COUNT)
            MOVE WS-LEADER-ID
              TO PLT-LEADER-ID (PERSON-LEADER-COUNT)
        END-IF
    END-IF.

    MOVE "N" TO FOUND-FLAG.
    PERFORM 4670-MATCH-LEADER VARYING SUB2 FROM 1 BY 1
        UNTIL SUB2 > LEADER-COUNT OR FOUND-FLAG = "Y".

    IF FOUND-FLAG = "N"
        IF LEADER-COUNT NOT < LEADER-MAX
            DISPLAY "MORE THAN 200 TEAM LEADERS - RUN ABANDONED"
            GO TO 9900-EXIT
        END-IF
        ADD 1 TO LEADER-COUNT
        MOVE WS-LEADER-ID TO LDR-PERSON-ID (LEADER-COUNT)
    END-IF.
*
4660-MATCH-PERSON.
    IF PLT-PERSON-ID (SUB2) = CLM-PERSON-ID (SUB1)
        MOVE PLT-LEADER-ID (SUB2) TO WS-LEADER-ID
        MOVE "Y" TO FOUND-FLAG
    END-IF.
*
4670-MATCH-LEADER.
    IF LDR-PERSON-ID (SUB2) = WS-LEADER-ID
        MOVE "Y" TO FOUND-FLAG
    END-IF.
/
5000-PRINT-SIGN-OFF-PAGES.
    PERFORM 5100-PRINT-ONE-LEADER VARYING SUB3 FROM 1 BY 1
        UNTIL SUB3 > LEADER-COUNT.
*
5100-PRINT-ONE-LEADER.
    IF LDR-PERSON-ID (SUB3) = SPACES
        MOVE "NONE ON FILE"       TO WLH-LEADER-ID
    ELSE
        MOVE LDR-PERSON-ID (SUB3) TO WLH-LEADER-ID
    END-IF.

    MOVE WS-LEADER-HEADING TO CLAIM-REPORT-LINE.
    WRITE CLAIM-REPORT-LINE AFTER ADVANCING PAGE.
    MOVE WS-TITLE-LINE     TO CLAIM-REPORT-LINE.
    WRITE CLAIM-REPORT-LINE.
    MOVE SPACES            TO CLAIM-REPORT-LINE.
    WRITE CLAIM-REPORT-LINE.
    MOVE WS-COLUMN-HEADING TO CLAIM-REPORT-LINE.
    WRITE CLAIM-REPORT-LINE.

    MOVE ZERO TO LEADER-CALLOUTS.
    MOVE ZERO TO LEADER-MINUTES.

    PERFORM 5200-PRINT-ONE-DAY VARYING SUB1 FROM 1 BY 1
        UNTIL SUB1 > DAY-COUNT.

    MOVE LEADER-CALLOUTS      TO WLT-CALLOUTS.
    MOVE LEADER-MINUTES       TO WLT-MINUTES.
    MOVE WS-LEADER-TOTAL-LINE TO CLAIM-REPORT-LINE.
    WRITE CLAIM-REPORT-LINE.

    MOVE SPACES       TO CLAIM-REPORT-LINE.
    WRITE CLAIM-REPORT-LINE.
    WRITE CLAIM-REPORT-LINE.
    MOVE WS-SIGN-LINE TO CLAIM-REPORT-LINE.
    WRITE CLAIM-REPORT-LINE.
*
5200-PRINT-ONE-DAY.
    IF DAY-LEADER-ID (SUB1) = LDR-PERSON-ID (SUB3)
        MOVE DAY-PERSON-ID (SUB1) TO WC-PERSON-ID
        MOVE DAY-DATE-TEXT (SUB1) TO WC-DATE-TEXT
        MOVE DAY-CALLOUTS  (SUB1) TO WC-CALLOUTS
        MOVE DAY-MINUTES   (SUB1) TO WC-MINUTES
        MOVE WS-CLAIM-LINE        TO CLAIM-REPORT-LINE
        WRITE CLAIM-REPORT-LINE
        ADD DAY-CALLOUTS (SUB1) TO LEADER-CALLOUTS
        ADD DAY-MINUTES  (SUB1) TO LEADER-MINUTES
        ADD DAY-CALLOUTS (SUB1) TO TOTAL-CALLOUTS
        ADD DAY-MINUTES  (SUB1) TO TOTAL-MINUTES
    END-IF.
/
6000-WRITE-TRANSFER-FILE.
    OPEN OUTPUT PAYROLL-TRANSFER-FILE.

    PERFORM 6010-WRITE-ONE-DAY VARYING SUB1 FROM 1 BY 1
        UNTIL SUB1 > DAY-COUNT.

    MOVE SPACES                TO PAYROLL-TRAILER-RECORD.
    MOVE "T"                   TO PTT-RECORD-TYPE.
    MOVE WS-SELECTED-PERIOD-ID TO PTT-PERIOD-ID.
    MOVE DAY-COUNT             TO PTT-RECORD-COUNT.
    MOVE TOTAL-CALLOUTS        TO PTT-CALLOUT-TOTAL.
    MOVE TOTAL-MINUTES         TO PTT-MINUTES-TOTAL.
    WRITE PAYROLL-TRAILER-RECORD.

    CLOSE PAYROLL-TRANSFER-FILE.
*
6010-WRITE-ONE-DAY.
    MOVE SPACES                TO PAYROLL-DETAIL-RECORD.
    MOVE "D"                   TO PTD-RECORD-TYPE.
    MOVE WS-SELECTED-PERIOD-ID TO PTD-PERIOD-ID.
    MOVE DAY-PERSON-ID (SUB1)  TO PTD-PERSON-ID.
    MOVE DAY-DATE-TEXT (SUB1)  TO PTD-CALLOUT-DATE.
    MOVE DAY-CALLOUTS  (SUB1)  TO PTD-CALLOUT-COUNT.
    MOVE DAY-MINUTES   (SUB1)  TO PTD-MINUTES.
    WRITE PAYROLL-DETAIL-RECORD.
*
6100-PRINT-TOTALS.
    MOVE SPACES TO CLAIM-REPORT-LINE.
    WRITE CLAIM-REPORT-LINE.

    MOVE "ALERT ACKS READ       = " TO WK-CAPTION.
    MOVE ALERT-READ-COUNT           TO WK-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE "EFFORT LINES READ     = " TO WK-CAPTION.
    MOVE EFFORT-READ-COUNT          TO WK-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE "CALLOUT EVENTS        = " TO WK-CAPTION.
    MOVE CALLOUT-EVENT-COUNT                TO WK-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE "CLAIMS AFTER MERGING  = " TO WK-CAPTION.
    MOVE CLAIM-COUNT                TO WK-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE "ALREADY ISSUED        = " TO WK-CAPTION.
    MOVE ALREADY-ISSUED-COUNT       TO WK-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE "CLAIMS ISSUED NOW     = " TO WK-CAPTION.
    MOVE ISSUED-CLAIM-COUNT         TO WK-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE "TRANSFER RECORDS      = " TO WK-CAPTION.
    IF PERIOD-CLOSED-FLAG = "Y"
        MOVE DAY-COUNT              TO WK-COUNT
    ELSE
        MOVE ZERO                   TO WK-COUNT
    END-IF.
    PERFORM 6110-WRITE-COUNT-LINE.
*
6110-WRITE-COUNT-LINE.
    MOVE WS-COUNT-LINE TO CLAIM-REPORT-LINE.
    WRITE CLAIM-REPORT-LINE.
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
7500-RECORD-ISSUED-CLAIMS.
*   ALL OR NOTHING - A FAILURE ROLLS EVERY ROW BACK, SO THE RERUN
*   ISSUES THE SAME CLAIMS AGAIN RATHER THAN A PART OF THEM
    PERFORM 7100-START_TRAN_RW.

    PERFORM 8700-GET-USER.

    PERFORM 7510-RECORD-ONE-CLAIM VARYING SUB1 FROM 1 BY 1
        UNTIL SUB1 > CLAIM-COUNT.

    PERFORM 7800-CMT_TRAN.
*
7510-RECORD-ONE-CLAIM.
    IF CLM-ISSUED-FLAG (SUB1) = "N"
        MOVE CLM-PERSON-ID     (SUB1) TO PERSON_ID     OF CALLOUT_CLAIM_REC
        MOVE CLM-CALLOUT-START (SUB1) TO CALLOUT_START OF CALLOUT_CLAIM_REC
        MOVE WS-SELECTED-PERIOD-ID    TO PERIOD_ID     OF CALLOUT_CLAIM_REC
        MOVE CLM-EVENT-COUNT   (SUB1) TO EVENT_COUNT   OF CALLOUT_CLAIM_REC
        MOVE CLM-MINUTES       (SUB1)
          TO MINUTES_CLAIMED OF CALLOUT_CLAIM_REC
        MOVE CURRENT_USER_ID          TO REC_USER      OF CALLOUT_CLAIM_REC
        MOVE CURRENT_DATE_BIN         TO REC_TMSTAMP   OF CALLOUT_CLAIM_REC

        CALL "ET_IR_CALLOUT_CLAIM" USING SQLCA
                                 PERSON_ID       OF CALLOUT_CLAIM_REC
                                 CALLOUT_START   OF CALLOUT_CLAIM_REC
                                 PERIOD_ID       OF CALLOUT_CLAIM_REC
                                 EVENT_COUNT     OF CALLOUT_CLAIM_REC
                                 MINUTES_CLAIMED OF CALLOUT_CLAIM_REC
                                 REC_USER        OF CALLOUT_CLAIM_REC
                                 REC_TMSTAMP     OF CALLOUT_CLAIM_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            ADD 1 TO ISSUED-CLAIM-COUNT
        WHEN SQL_DUPLICATE_IDX
            MOVE ZERO TO SQLCODE
            DISPLAY "CLAIMS ISSUED BY ANOTHER RUN MEANWHILE - DISCARD"
                    " THE TRANSFER FILE JUST WRITTEN"
            GO TO 9900-EXIT
        WHEN OTHER
            DISPLAY "ERROR ON CALLOUT_CLAIM_IR CODE=" SQLCODE
                    WITH CONVERSION
            DISPLAY "TRANSFER FILE WRITTEN BUT CLAIMS NOT RECORDED"
                    " - DISCARD IT AND RERUN"
            GO TO 9900-EXIT
        END-EVALUATE
    END-IF.
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
    CLOSE CLAIM-REPORT-FILE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
*
8800-FORMAT-DATE.
*   DD-MMM-YYYY - THE DESCRIPTOR LENGTH CUTS OFF THE TIME
    MOVE SPACES TO WS-DATE-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-DATE-TEXT
                            BY REFERENCE  WS-DAY-START-BIN
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
8900-CHECK-WORKING-TIME.
*   DAY ZERO OF THE VMS QUADWORD CALENDAR (17-NOV-1858) WAS A WEDNESDAY,
*   SO DAY-NUMBER MOD 7 GIVES 3 FOR SATURDAY AND 4 FOR SUNDAY
    MOVE "N" TO WS-WORKING-TIME-FLAG.

    DIVIDE WS-EVENT-TMSTAMP BY ONE-DAY-BIN GIVING WS-DAY-NUMBER.
    MOVE ONE-DAY-BIN TO WS-DAY-START-BIN.
    MULTIPLY WS-DAY-NUMBER BY WS-DAY-START-BIN.
    SUBTRACT WS-DAY-START-BIN FROM WS-EVENT-TMSTAMP
        GIVING WS-DAY-REMAIN-BIN.
    DIVIDE WS-DAY-REMAIN-BIN BY ONE-HOUR-BIN GIVING WS-HOUR-OF-DAY.

    DIVIDE WS-DAY-NUMBER BY 7
        GIVING WS-DAY-OF-WEEK
        REMAINDER WS-DAY-OF-WEEK.

    IF WS-DAY-OF-WEEK = 3 OR WS-DAY-OF-WEEK = 4
        GO TO 8900-CHECK-WORKING-TIME-END
    END-IF.

    IF WS-HOUR-OF-DAY < WORK-START-HOUR
       OR WS-HOUR-OF-DAY NOT < WORK-END-HOUR
        GO TO 8900-CHECK-WORKING-TIME-END
    END-IF.

    MOVE WS-DAY-START-BIN TO NON_WORK_DATE OF WORK_CALENDAR_REC.

    CALL "ET_SS_WORK_CALENDAR" USING SQLCA
                             NON_WORK_DATE OF WORK_CALENDAR_REC
                             NON_WORK_DESC OF WORK_CALENDAR_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "Y" TO WS-WORKING-TIME-FLAG
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF WORK_CALENDAR_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
8900-CHECK-WORKING-TIME-END.
    EXIT.
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
*   READ_COUNT CARRIES THE ACKNOWLEDGMENTS AND EFFORT LINES READ,
*   UPDATE_COUNT THE CLAIMS ISSUED AND REJECT_COUNT THOSE HELD BACK AS
*   ALREADY ISSUED
    ADD ALERT-READ-COUNT EFFORT-READ-COUNT
        GIVING READ_COUNT OF JOB_RUN_LOG_REC.
    MOVE ISSUED-CLAIM-COUNT   TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE ALREADY-ISSUED-COUNT TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK117 ****************
