*                  transcript.                                               *
*                                                                             *
*   TABLES  USED : CONSOLE_RULE         (Input)                              *
*                  PLANNED_OUTAGE       (Input)                              *
*                  PROBLEM_DETAILS      (Output)                             *
*                  PROBLEM_HISTORY      (Output)                             *
*                  NEXT_PROBLEM_NUMBER  (Update)                             *
*                  this loader reads at startup. Rules are maintained by    *
*                  raw SQL for now - few enough and operations-owned.       *
*                                                                             *
*   NOTE         : PLANNED_OUTAGE (see EZITRAK0933's header) holds the      *
*                  scheduled maintenance windows maintained on EZITRAK093.  *
*                  1450-LOAD-OUTAGE-TABLE reads every window in force at    *
*                  run time - or ended within OUTAGE-GRACE-BIN (one hour)   *
*                  of it, since the messages were captured before the       *
*                  loader ran - through the new                             *
*                  ET_OC/FC/CC_PLANNED_OUTAGE_ACTIVE cursor.                *
*                  3000-MATCH-MESSAGE-TO-RULE then checks each matched      *
*                  message against the windows: a window applies when its   *
*                  APPLICATION_ID is blank or equals the rule's, and its    *
*                  SITE_ID is blank or appears in the message text (the     *
*                  OPCOM node name). Such a message creates no problem - it *
*                  is checkpointed like a reject, counted as suppressed and *
*                  listed under its own "SUPPRESSED BY PLANNED OUTAGE"      *
*                  section of the report, so a planned reboot no longer     *
*                  leaves the morning shift tickets to close by hand. The   *
*                  section lists this run's messages only; a restart        *
*                  reports the rest.                                        *
*                                                                             *
*******************************************************************************
*
/
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.CONSOLE_RULE_REC"         from dictionary.
    copy "EZITRAK_CDD.PLANNED_OUTAGE_REC"       from dictionary.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"      from dictionary.
    copy "EZITRAK_CDD.PROBLEM_HISTORY_REC"      from dictionary.
    copy "EZITRAK_CDD.NEXT_PROBLEM_NUMBER_REC"  from dictionary.
         10  RUL-PRIORITY-ID                     PIC X(2).
         10  RUL-PERSON-ASSIGNED-ID              PIC X(8).

 01  OUTAGE-SUB                                  PIC S9(4) COMP.
 01  OUTAGE-COUNT                                PIC S9(4) COMP VALUE 0.
 01  OUTAGE-MAX                                  PIC S9(4) COMP VALUE 50.
 01  OUTAGE-GRACE-BIN                            PIC S9(11)V9(7) COMP
                                                    VALUE 36000000000.
 01  OUTAGE-FROM-BIN                             PIC S9(11)V9(7) COMP.
 01  WS-MATCHED-OUTAGE-SUB                       PIC S9(4) COMP.
 01  OUTAGE-TABLE.
     05  OUTAGE-ENTRY OCCURS 50 TIMES.
         10  OUT-OUTAGE-ID                       PIC X(8).
         10  OUT-APPLICATION-ID                  PIC X(4).
         10  OUT-SITE-ID                         PIC X(4).
         10  OUT-CHANGE-NUMBER                   PIC X(8).

 01  SUPPRESS-SUB                                PIC S9(4) COMP.
 01  SUPPRESS-MAX                                PIC S9(4) COMP VALUE 200.
 01  SUPPRESS-TABLE.
     05  SUPPRESS-ENTRY OCCURS 200 TIMES.
         10  SUP-MESSAGE-TEXT                    PIC X(60).
         10  SUP-REASON                          PIC X(40).

 01  LOAD-READ-COUNT                             PIC S9(9) COMP VALUE 0.
 01  LOAD-ACCEPT-COUNT                           PIC S9(9) COMP VALUE 0.
 01  LOAD-REJECT-COUNT                           PIC S9(9) COMP VALUE 0.
 01  LOAD-SKIPPED-COUNT                          PIC S9(9) COMP VALUE 0.
 01  LOAD-SUPPRESSED-COUNT                       PIC S9(9) COMP VALUE 0.

 01  WS-DETAIL-LINE.
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  FILLER                                  PIC X(20) VALUE
                                                    "MESSAGES REJECTED= ".
     05  WT-REJECT-COUNT                         PIC ZZZZZZZZ9.
 01  WS-SUPPRESS-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "SUPPRESSED       = ".
     05  WT-SUPPRESS-COUNT                       PIC ZZZZZZZZ9.
 01  WS-SUPPRESS-HEADING                         PIC X(60) VALUE
         "MESSAGES SUPPRESSED BY PLANNED OUTAGE - NO PROBLEM CREATED".
 01  WS-SUPPRESS-OVERFLOW-LINE.
     05  FILLER                                  PIC X(10) VALUE SPACES.
     05  WT-SUPPRESS-OVERFLOW                    PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(40) VALUE
             " FURTHER SUPPRESSED MESSAGES NOT LISTED".
/
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK065".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".

    PERFORM 1400-LOAD-RULE-TABLE.

    PERFORM 1450-LOAD-OUTAGE-TABLE.

    PERFORM 2000-PROCESS-MESSAGE-FILE.

    PERFORM 2500-CLOSE-BATCH-CONTROL.
    MOVE ZERO TO LOAD-ACCEPT-COUNT.
    MOVE ZERO TO LOAD-REJECT-COUNT.
    MOVE ZERO TO LOAD-SKIPPED-COUNT.
    MOVE ZERO TO LOAD-SUPPRESSED-COUNT.
    MOVE ZERO TO INPUT-RECORD-NUMBER.
    MOVE ZERO TO RESUME-RECORD-NUMBER.

        GO TO 9900-EXIT
    END-EVALUATE.
/
1450-LOAD-OUTAGE-TABLE.
*   WINDOWS IN FORCE NOW, OR ENDED WITHIN THE GRACE PERIOD - THE
*   MESSAGES WERE CAPTURED BEFORE THIS RUN STARTED
    MOVE CURRENT_DATE_BIN TO OUTAGE-FROM-BIN.
    SUBTRACT OUTAGE-GRACE-BIN FROM OUTAGE-FROM-BIN.

    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_PLANNED_OUTAGE_ACTIVE" USING SQLCA
                                 OUTAGE-FROM-BIN
                                 CURRENT_DATE_BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PLANNED_OUTAGE_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 1460-FETCH-ONE-OUTAGE UNTIL NOT SQL_SUCCESS
                                  OR OUTAGE-COUNT >= OUTAGE-MAX.

    CALL "ET_CC_PLANNED_OUTAGE_ACTIVE" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PLANNED_OUTAGE_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800_CMT_TRAN.

    IF OUTAGE-COUNT > ZERO
        DISPLAY "PLANNED OUTAGE WINDOWS IN FORCE = "
                OUTAGE-COUNT WITH CONVERSION
    END-IF.
*
1460-FETCH-ONE-OUTAGE.
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
        MOVE CHANGE_NUMBER  OF PLANNED_OUTAGE_REC
          TO OUT-CHANGE-NUMBER  (OUTAGE-COUNT)
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PLANNED_OUTAGE_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
2000-PROCESS-MESSAGE-FILE.
    PERFORM 2100-READ-ONE-MESSAGE.

    IF INPUT-RECORD-NUMBER NOT > RESUME-RECORD-NUMBER
        ADD 1 TO LOAD-SKIPPED-COUNT
    ELSE
        PERFORM 2210-LOAD-ONE-MESSAGE THRU 2210-LOAD-ONE-MESSAGE-END
    END-IF.

    PERFORM 2100-READ-ONE-MESSAGE.

    INITIALIZE PROBLEM_DETAILS_REC.

    PERFORM 3000-MATCH-MESSAGE-TO-RULE THRU 3000-MATCH-MESSAGE-TO-RULE-END.

    IF VALID-RECORD-FLAG = "S"
        ADD 1 TO LOAD-SUPPRESSED-COUNT
        PERFORM 5850-CHECKPOINT-REJECT
        IF LOAD-SUPPRESSED-COUNT NOT > SUPPRESS-MAX
            MOVE LOAD-SUPPRESSED-COUNT    TO SUPPRESS-SUB
            MOVE CM-MESSAGE-TEXT (1:60)   TO SUP-MESSAGE-TEXT (SUPPRESS-SUB)
            MOVE WS-REJECT-REASON (1:40)  TO SUP-REASON       (SUPPRESS-SUB)
        END-IF
        GO TO 2210-LOAD-ONE-MESSAGE-END
    END-IF.

    IF VALID-RECORD-FLAG = "Y"
        PERFORM 5000-INSERT-PROBLEM-RECORD
    END-IF.

    PERFORM 6000-PRINT-DETAIL-LINE.
*
2210-LOAD-ONE-MESSAGE-END.
    EXIT.
/
3000-MATCH-MESSAGE-TO-RULE.
    IF CM-MESSAGE-TEXT = SPACES
    END-IF.

    MOVE ZERO TO WS-MATCHED-RULE-SUB.
    PERFORM 3100-TRY-ONE-RULE THRU 3100-TRY-ONE-RULE-END
                         VARYING RULE-SUB FROM 1 BY 1
                         UNTIL RULE-SUB > RULE-COUNT
                            OR WS-MATCHED-RULE-SUB > ZERO.

        GO TO 3000-MATCH-MESSAGE-TO-RULE-END
    END-IF.

    MOVE ZERO TO WS-MATCHED-OUTAGE-SUB.
    PERFORM 3200-TRY-ONE-OUTAGE THRU 3200-TRY-ONE-OUTAGE-END
                         VARYING OUTAGE-SUB FROM 1 BY 1
                         UNTIL OUTAGE-SUB > OUTAGE-COUNT
                            OR WS-MATCHED-OUTAGE-SUB > ZERO.

    IF WS-MATCHED-OUTAGE-SUB > ZERO
        MOVE "S" TO VALID-RECORD-FLAG
        STRING "OUTAGE "                 DELIMITED BY SIZE
               OUT-OUTAGE-ID     (WS-MATCHED-OUTAGE-SUB)
                                         DELIMITED BY SPACE
               " CHANGE "                DELIMITED BY SIZE
               OUT-CHANGE-NUMBER (WS-MATCHED-OUTAGE-SUB)
                                         DELIMITED BY SPACE
          INTO WS-REJECT-REASON
        GO TO 3000-MATCH-MESSAGE-TO-RULE-END
    END-IF.

    MOVE RUL-APPLICATION-ID     (WS-MATCHED-RULE-SUB)
      TO APPLICATION_ID         OF PROBLEM_DETAILS_REC.
    MOVE RUL-PRIORITY-ID        (WS-MATCHED-RULE-SUB)
*
3100-TRY-ONE-RULE-END.
    EXIT.
*
3200-TRY-ONE-OUTAGE.
*   AN APPLICATION WINDOW MUST MATCH THE RULE'S APPLICATION; A SITE
*   WINDOW MUST NAME ITS SITE (THE OPCOM NODE) IN THE MESSAGE TEXT
    IF OUT-APPLICATION-ID (OUTAGE-SUB) NOT = SPACES
       AND OUT-APPLICATION-ID (OUTAGE-SUB)
           NOT = RUL-APPLICATION-ID (WS-MATCHED-RULE-SUB)
        GO TO 3200-TRY-ONE-OUTAGE-END
    END-IF.

    IF OUT-SITE-ID (OUTAGE-SUB) NOT = SPACES
        MOVE ZERO TO WS-MATCH-TRAILING
        INSPECT OUT-SITE-ID (OUTAGE-SUB)
            TALLYING WS-MATCH-TRAILING FOR TRAILING SPACES
        COMPUTE WS-MATCH-LEN = 4 - WS-MATCH-TRAILING
        MOVE ZERO TO WS-MATCH-COUNT
        INSPECT CM-MESSAGE-TEXT
            TALLYING WS-MATCH-COUNT
            FOR ALL OUT-SITE-ID (OUTAGE-SUB) (1:WS-MATCH-LEN)
        IF WS-MATCH-COUNT = ZERO
            GO TO 3200-TRY-ONE-OUTAGE-END
        END-IF
    END-IF.

    MOVE OUTAGE-SUB TO WS-MATCHED-OUTAGE-SUB.
*
3200-TRY-ONE-OUTAGE-END.
    EXIT.
/
5000-INSERT-PROBLEM-RECORD.
    PERFORM 7100-START_TRAN_RW.
    WRITE LOAD-REPORT-LINE.
*
6100-PRINT-TOTALS.
    IF LOAD-SUPPRESSED-COUNT > ZERO
        PERFORM 6050-PRINT-SUPPRESSED-SECTION
    END-IF.

    MOVE SPACES TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.

    MOVE LOAD-REJECT-COUNT TO WT-REJECT-COUNT.
    MOVE WS-REJECT-LINE    TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.

    MOVE LOAD-SUPPRESSED-COUNT TO WT-SUPPRESS-COUNT.
    MOVE WS-SUPPRESS-LINE      TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.
*
6050-PRINT-SUPPRESSED-SECTION.
    MOVE SPACES TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.

    MOVE WS-SUPPRESS-HEADING TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.

    PERFORM 6060-PRINT-ONE-SUPPRESSED VARYING SUPPRESS-SUB FROM 1 BY 1
                         UNTIL SUPPRESS-SUB > LOAD-SUPPRESSED-COUNT
                            OR SUPPRESS-SUB > SUPPRESS-MAX.

    IF LOAD-SUPPRESSED-COUNT > SUPPRESS-MAX
        COMPUTE WT-SUPPRESS-OVERFLOW = LOAD-SUPPRESSED-COUNT - SUPPRESS-MAX
        MOVE WS-SUPPRESS-OVERFLOW-LINE TO LOAD-REPORT-LINE
        WRITE LOAD-REPORT-LINE
    END-IF.
*
6060-PRINT-ONE-SUPPRESSED.
    MOVE SPACES TO WS-DETAIL-LINE.
    MOVE "SUPPRESS"                      TO WD-OUTCOME.
    MOVE SUP-MESSAGE-TEXT (SUPPRESS-SUB) TO WD-MESSAGE-TEXT.
    MOVE SUP-REASON       (SUPPRESS-SUB) TO WD-REASON.
    MOVE WS-DETAIL-LINE TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.
/
1200-READ-BATCH-CONTROL.
    PERFORM 7000-START_TRAN_RO.
