*                  NOTIFY_PREFERENCE, and urgent P1 notices always bypass   *
*                  the digest.                                              *
*                                                                             *
*   NOTE         : Each escalated line now also shows the owner and the     *
*                  support group the problem is queued to                   *
*                  (ASSIGNED_GROUP_ID, read by                              *
*                  ET_SS_PROBLEM_ASSIGNED_GROUP), and the totals are        *
*                  followed by escalation counts per person assigned        *
*                  (UNASSIGN for nobody) and per support group, so a team   *
*                  that keeps letting work slide shows up as well as the    *
*                  individual.                                              *
*                                                                             *
*******************************************************************************
*
/

 01  SUB1                                        PIC S9(9) COMP.
 01  SUB2                                        PIC S9(4) COMP.
 01  SUB3                                        PIC S9(4) COMP.
 01  ESCALATE-CANDIDATE-COUNT                    PIC S9(9) COMP VALUE 0.
 01  ESCALATE-CANDIDATE-MAX                      PIC S9(9) COMP VALUE 500.
 01  ESCALATE-TRUNC-FLAG                         PIC X VALUE "N".
 01  SUPERVISOR-TABLE.
     05  SUP-PERSON-ID OCCURS 20 TIMES           PIC X(8).

 01  WS-ASSIGNED-GROUP-ID                        PIC X(8).
 01  WS-TALLY-KEY                                PIC X(8).
 01  TALLY-FOUND-FLAG                            PIC X.

 01  ESC-PERSON-COUNT                            PIC S9(4) COMP VALUE 0.
 01  ESC-PERSON-MAX                              PIC S9(4) COMP VALUE 100.
 01  ESC-PERSON-TABLE.
     05  ESC-PERSON-ENTRY OCCURS 100 TIMES.
         10  EPT-PERSON-ID                       PIC X(8).
         10  EPT-ESCALATED-COUNT                 PIC S9(9) COMP.

 01  ESC-GROUP-COUNT                             PIC S9(4) COMP VALUE 0.
 01  ESC-GROUP-MAX                               PIC S9(4) COMP VALUE 50.
 01  ESC-GROUP-TABLE.
     05  ESC-GROUP-ENTRY OCCURS 50 TIMES.
         10  EGT-GROUP-ID                        PIC X(8).
         10  EGT-ESCALATED-COUNT                 PIC S9(9) COMP.

 01  ESCALATED-COUNT                             PIC S9(9) COMP VALUE 0.
 01  SKIPPED-COUNT                               PIC S9(9) COMP VALUE 0.

     05  FILLER                                  PIC X(4)  VALUE " -> ".
     05  WD-NEW-PRIORITY                         PIC X(2).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-PERSON-ASSIGNED-ID                   PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-ASSIGNED-GROUP-ID                    PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-AWAY-MARKER                          PIC X(13).

 01  WS-TALLY-LINE.
     05  FILLER                                  PIC X(4)  VALUE SPACES.
     05  WTL-KEY                                 PIC X(10).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WTL-COUNT                               PIC ZZZZZZZZ9.

 01  WS-TOTALS-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "CANDIDATES FOUND = ".
    MOVE ZERO TO ESCALATED-COUNT.
    MOVE ZERO TO SKIPPED-COUNT.
    MOVE ZERO TO SUPERVISOR-COUNT.
    MOVE ZERO TO ESC-PERSON-COUNT.
    MOVE ZERO TO ESC-GROUP-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.


    IF TMP_FLAG = "Y"
        ADD 1 TO ESCALATED-COUNT
        PERFORM 4150-GET-ASSIGNED-GROUP
        PERFORM 6000-PRINT-DETAIL-LINE
        PERFORM 6050-TALLY-ESCALATION THRU 6050-TALLY-ESCALATION-EXIT
        PERFORM 7350-NOTIFY-ASSIGNEE
        PERFORM 7360-NOTIFY-SUPERVISORS
    ELSE
*
4100-ESCALATE-ONE-CANDIDATE-EXIT.
    EXIT.
*
4150-GET-ASSIGNED-GROUP.
    MOVE SPACES TO WS-ASSIGNED-GROUP-ID.

    CALL "ET_SS_PROBLEM_ASSIGNED_GROUP" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 WS-ASSIGNED-GROUP-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ASSIGNED_GROUP_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
/
6000-PRINT-DETAIL-LINE.
    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC TO WD-PROBLEM-NUMBER.
    MOVE WS-OLD-PRIORITY-ID                    TO WD-OLD-PRIORITY.
    MOVE WS-NEW-PRIORITY-ID                    TO WD-NEW-PRIORITY.
    MOVE PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC
                                               TO WD-PERSON-ASSIGNED-ID.
    MOVE WS-ASSIGNED-GROUP-ID                  TO WD-ASSIGNED-GROUP-ID.
    MOVE SPACES                                TO WD-AWAY-MARKER.
    IF WS-ASSIGNEE-AWAY-FLAG = "Y"
        MOVE "ASSIGNEE AWAY" TO WD-AWAY-MARKER
    MOVE WS-DETAIL-LINE                        TO ESCALATE-REPORT-LINE.
    WRITE ESCALATE-REPORT-LINE.
*
6050-TALLY-ESCALATION.
*   RUNNING COUNTS FOR THE BY-PERSON AND BY-GROUP SUMMARIES - AN
*   UNASSIGNED PROBLEM COUNTS AGAINST "UNASSIGN", NO GROUP IS NOT COUNTED
    IF PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC = SPACES
        MOVE "UNASSIGN" TO WS-TALLY-KEY
    ELSE
        MOVE PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC TO WS-TALLY-KEY
    END-IF.

    MOVE "N" TO TALLY-FOUND-FLAG.
    PERFORM 6060-FIND-PERSON-TALLY VARYING SUB3 FROM 1 BY 1
                              UNTIL SUB3 > ESC-PERSON-COUNT
                                 OR TALLY-FOUND-FLAG = "Y".

    IF TALLY-FOUND-FLAG = "Y"
        SUBTRACT 1 FROM SUB3
        ADD 1 TO EPT-ESCALATED-COUNT (SUB3)
    ELSE
        IF ESC-PERSON-COUNT < ESC-PERSON-MAX
            ADD 1 TO ESC-PERSON-COUNT
            MOVE WS-TALLY-KEY TO EPT-PERSON-ID (ESC-PERSON-COUNT)
            MOVE 1 TO EPT-ESCALATED-COUNT (ESC-PERSON-COUNT)
        END-IF
    END-IF.

    IF WS-ASSIGNED-GROUP-ID = SPACES
        GO TO 6050-TALLY-ESCALATION-EXIT
    END-IF.

    MOVE "N" TO TALLY-FOUND-FLAG.
    PERFORM 6070-FIND-GROUP-TALLY VARYING SUB3 FROM 1 BY 1
                             UNTIL SUB3 > ESC-GROUP-COUNT
                                OR TALLY-FOUND-FLAG = "Y".

    IF TALLY-FOUND-FLAG = "Y"
        SUBTRACT 1 FROM SUB3
        ADD 1 TO EGT-ESCALATED-COUNT (SUB3)
    ELSE
        IF ESC-GROUP-COUNT < ESC-GROUP-MAX
            ADD 1 TO ESC-GROUP-COUNT
            MOVE WS-ASSIGNED-GROUP-ID TO EGT-GROUP-ID (ESC-GROUP-COUNT)
            MOVE 1 TO EGT-ESCALATED-COUNT (ESC-GROUP-COUNT)
        END-IF
    END-IF.
*
6050-TALLY-ESCALATION-EXIT.
    EXIT.
*
6060-FIND-PERSON-TALLY.
    IF EPT-PERSON-ID (SUB3) = WS-TALLY-KEY
        MOVE "Y" TO TALLY-FOUND-FLAG
    END-IF.
*
6070-FIND-GROUP-TALLY.
    IF EGT-GROUP-ID (SUB3) = WS-ASSIGNED-GROUP-ID
        MOVE "Y" TO TALLY-FOUND-FLAG
    END-IF.
*
6100-PRINT-TOTALS.
    MOVE SPACES TO ESCALATE-REPORT-LINE.
    WRITE ESCALATE-REPORT-LINE.
    MOVE SKIPPED-COUNT            TO WT-SKIPPED-COUNT.
    MOVE WS-SKIPPED-LINE          TO ESCALATE-REPORT-LINE.
    WRITE ESCALATE-REPORT-LINE.

    IF ESC-PERSON-COUNT > 0
        MOVE SPACES TO ESCALATE-REPORT-LINE
        WRITE ESCALATE-REPORT-LINE
        MOVE "ESCALATIONS BY PERSON ASSIGNED" TO ESCALATE-REPORT-LINE
        WRITE ESCALATE-REPORT-LINE
        PERFORM 6110-PRINT-PERSON-TALLY VARYING SUB3 FROM 1 BY 1
                                  UNTIL SUB3 > ESC-PERSON-COUNT
    END-IF.

    IF ESC-GROUP-COUNT > 0
        MOVE SPACES TO ESCALATE-REPORT-LINE
        WRITE ESCALATE-REPORT-LINE
        MOVE "ESCALATIONS BY SUPPORT GROUP" TO ESCALATE-REPORT-LINE
        WRITE ESCALATE-REPORT-LINE
        PERFORM 6120-PRINT-GROUP-TALLY VARYING SUB3 FROM 1 BY 1
                                 UNTIL SUB3 > ESC-GROUP-COUNT
    END-IF.
*
6110-PRINT-PERSON-TALLY.
    MOVE SPACES                     TO WS-TALLY-LINE.
    MOVE EPT-PERSON-ID       (SUB3) TO WTL-KEY.
    MOVE EPT-ESCALATED-COUNT (SUB3) TO WTL-COUNT.
    MOVE WS-TALLY-LINE              TO ESCALATE-REPORT-LINE.
    WRITE ESCALATE-REPORT-LINE.
*
6120-PRINT-GROUP-TALLY.
    MOVE SPACES                     TO WS-TALLY-LINE.
    MOVE EGT-GROUP-ID        (SUB3) TO WTL-KEY.
    MOVE EGT-ESCALATED-COUNT (SUB3) TO WTL-COUNT.
    MOVE WS-TALLY-LINE              TO ESCALATE-REPORT-LINE.
    WRITE ESCALATE-REPORT-LINE.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_PROBLEM" USING SQLCA.
