*                  elapsed time - three weeks waiting on the caller no      *
*                  longer counts against the SLA.                           *
*                                                                             *
*   NOTE         : Problems queued to a support group (ASSIGNED_GROUP_ID on *
*                  PROBLEM_DETAILS, read per problem by                     *
*                  ET_SS_PROBLEM_ASSIGNED_GROUP) now get a second section   *
*                  in the report: the overdue list again, in group order,   *
*                  worst first within each group, showing the owner or      *
*                  UNASSIGNED. Each group's section is also mailed to the   *
*                  SUPPORT_GROUP row's GROUP_EMAIL; a group with no team    *
*                  address gets no mail. Problems with no group appear only *
*                  in the main list.                                        *
*                                                                             *
*******************************************************************************
*
/
    copy "EZITRAK_CDD.PROBLEM_CLOCK_REC"        from dictionary.
    copy "EZITRAK_CDD.JOB_RUN_LOG_REC"          from dictionary.
    copy "EZITRAK_CDD.WORK_CALENDAR_REC"        from dictionary.
    copy "EZITRAK_CDD.SUPPORT_GROUP_REC"        from dictionary.
/
 01  SQLCA.
     03  SQLCAID                                 PIC X(8) VALUE "SQLCA   ".
         10  AGT-PERSON-ASSIGNED-ID              PIC X(8).
         10  AGT-DAYS-OVERDUE                    PIC S9(9) COMP.
         10  AGT-ASSIGNEE-AWAY-FLAG              PIC X.
         10  AGT-ASSIGNED-GROUP-ID               PIC X(8).

 01  SWAP-ENTRY.
     05  SWAP-PROBLEM-NUMBER                     PIC S9(9) COMP.
     05  SWAP-PERSON-ASSIGNED-ID                 PIC X(8).
     05  SWAP-DAYS-OVERDUE                       PIC S9(9) COMP.
     05  SWAP-ASSIGNEE-AWAY-FLAG                 PIC X.
     05  SWAP-ASSIGNED-GROUP-ID                  PIC X(8).

 01  WS-PRIOR-PRIORITY-ID                        PIC X(2).
 01  WS-PRIOR-PERSON-ASSIGNED-ID                 PIC X(8).
     05  FILLER                                  PIC X(1)  VALUE SPACE.
     05  WG-PERSON-ASSIGNED-ID                   PIC X(8).

 01  WS-TEAM-HEADER-LINE.
     05  FILLER                                  PIC X(14)
                                                 VALUE "SUPPORT GROUP ".
     05  WT-GROUP-ID                             PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WT-GROUP-NAME                           PIC X(40).

 01  WS-TEAM-DETAIL-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WTD-PROBLEM-NUMBER                      PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(4)  VALUE SPACES.
     05  WTD-DAYS-OVERDUE                        PIC ZZZZZ9.
     05  FILLER                                  PIC X(13)
                                                 VALUE " DAYS OVERDUE".
     05  FILLER                                  PIC X(11) VALUE "  PRIORITY ".
     05  WTD-PRIORITY-ID                         PIC X(2).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WTD-OWNER                               PIC X(10).

 01  WS-PRIOR-GROUP-ID                           PIC X(8).
 01  GROUP-FOUND-FLAG                            PIC X.
 01  GROUP-PRINT-COUNT                           PIC S9(4) COMP.

 01  PERSON-FOUND-FLAG                           PIC X.
 01  WS-MAIL-COMMAND                             PIC X(132).
 01  WS-MAIL-EMAIL                               PIC X(40).

    PERFORM 5000-PRINT-AGING-REPORT.

    PERFORM 5300-PRINT-GROUP-SECTION THRU 5300-PRINT-GROUP-SECTION-EXIT.

    PERFORM 5800-MAIL-GROUP-SECTIONS THRU 5800-MAIL-GROUP-SECTIONS-EXIT.

    PERFORM 2000-BUILD-SUPERVISOR-LIST.

    PERFORM 5500-MAIL-ASSIGNEE-SECTIONS THRU 5500-MAIL-ASSIGNEE-SECTIONS-EXIT.
        PERFORM 8520-CHECK-ASSIGNEE-AWAY
        MOVE WS-ASSIGNEE-AWAY-FLAG
          TO AGT-ASSIGNEE-AWAY-FLAG  (AGING-COUNT)
        PERFORM 3350-GET-ASSIGNED-GROUP
    ELSE
        IF AGING-TRUNC-FLAG = "N"
            DISPLAY "MORE THAN " AGING-MAX
            MOVE "Y" TO AGING-TRUNC-FLAG
        END-IF
    END-IF.
*
3350-GET-ASSIGNED-GROUP.
    MOVE SPACES TO AGT-ASSIGNED-GROUP-ID (AGING-COUNT).

    CALL "ET_SS_PROBLEM_ASSIGNED_GROUP" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 AGT-ASSIGNED-GROUP-ID (AGING-COUNT)
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
4000-SORT-AGING-TABLE.
    IF AGING-COUNT > 1
    MOVE AGT-PERSON-ASSIGNED-ID (SUB1) TO WS-PRIOR-PERSON-ASSIGNED-ID.
    MOVE "N"                           TO WS-FIRST-GROUP-FLAG.
/
5300-PRINT-GROUP-SECTION.
*   THE SAME OVERDUE LIST AGAIN, BY THE SUPPORT GROUP EACH PROBLEM IS
*   QUEUED TO - PROBLEMS WITH NO GROUP APPEAR ONLY IN THE MAIN LIST
    IF AGING-COUNT = 0
        GO TO 5300-PRINT-GROUP-SECTION-EXIT
    END-IF.

    PERFORM 5310-SORT-BY-GROUP.

    MOVE SPACES TO AGING-REPORT-LINE.
    WRITE AGING-REPORT-LINE.
    MOVE SPACES TO AGING-REPORT-LINE.
    WRITE AGING-REPORT-LINE.
    MOVE "OVERDUE PROBLEMS BY SUPPORT GROUP" TO AGING-REPORT-LINE.
    WRITE AGING-REPORT-LINE.

    MOVE SPACES TO WS-PRIOR-GROUP-ID.
    MOVE ZERO   TO GROUP-PRINT-COUNT.

    PERFORM 5330-PRINT-ONE-GROUP-ENTRY THRU 5330-PRINT-ONE-GROUP-ENTRY-EXIT
        VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > AGING-COUNT.

    IF GROUP-PRINT-COUNT = 0
        MOVE SPACES TO AGING-REPORT-LINE
        WRITE AGING-REPORT-LINE
        MOVE "NO OVERDUE PROBLEMS QUEUED TO A SUPPORT GROUP"
          TO AGING-REPORT-LINE
        WRITE AGING-REPORT-LINE
    END-IF.
*
5300-PRINT-GROUP-SECTION-EXIT.
    EXIT.
*
5310-SORT-BY-GROUP.
    IF AGING-COUNT > 1
        PERFORM 5315-GROUP-OUTER-PASS VARYING SUB1 FROM 1 BY 1
                                 UNTIL SUB1 > AGING-COUNT - 1
    END-IF.
*
5315-GROUP-OUTER-PASS.
    PERFORM 5320-GROUP-COMPARE VARYING SUB2 FROM 1 BY 1
                          UNTIL SUB2 > AGING-COUNT - SUB1.
*
5320-GROUP-COMPARE.
    IF AGT-ASSIGNED-GROUP-ID (SUB2) > AGT-ASSIGNED-GROUP-ID (SUB2 + 1)
        PERFORM 4300-SWAP-ENTRIES
    ELSE
        IF AGT-ASSIGNED-GROUP-ID (SUB2) = AGT-ASSIGNED-GROUP-ID (SUB2 + 1)
            IF AGT-DAYS-OVERDUE (SUB2) < AGT-DAYS-OVERDUE (SUB2 + 1)
                PERFORM 4300-SWAP-ENTRIES
            END-IF
        END-IF
    END-IF.
*
5330-PRINT-ONE-GROUP-ENTRY.
    IF AGT-ASSIGNED-GROUP-ID (SUB1) = SPACES
        GO TO 5330-PRINT-ONE-GROUP-ENTRY-EXIT
    END-IF.

    IF AGT-ASSIGNED-GROUP-ID (SUB1) NOT = WS-PRIOR-GROUP-ID
        PERFORM 5340-PRINT-TEAM-HEADER
    END-IF.

    MOVE SPACES                    TO WS-TEAM-DETAIL-LINE.
    MOVE AGT-PROBLEM-NUMBER (SUB1) TO WTD-PROBLEM-NUMBER.
    MOVE AGT-DAYS-OVERDUE   (SUB1) TO WTD-DAYS-OVERDUE.
    MOVE AGT-PRIORITY-ID    (SUB1) TO WTD-PRIORITY-ID.
    IF AGT-PERSON-ASSIGNED-ID (SUB1) = SPACES
        MOVE "UNASSIGNED" TO WTD-OWNER
    ELSE
        MOVE AGT-PERSON-ASSIGNED-ID (SUB1) TO WTD-OWNER
    END-IF.
    MOVE WS-TEAM-DETAIL-LINE       TO AGING-REPORT-LINE.
    WRITE AGING-REPORT-LINE.

    ADD 1 TO GROUP-PRINT-COUNT.
*
5330-PRINT-ONE-GROUP-ENTRY-EXIT.
    EXIT.
*
5340-PRINT-TEAM-HEADER.
    MOVE AGT-ASSIGNED-GROUP-ID (SUB1) TO GROUP_ID OF SUPPORT_GROUP_REC.
    PERFORM 8930-READ-SUPPORT-GROUP.

    MOVE SPACES TO AGING-REPORT-LINE.
    WRITE AGING-REPORT-LINE.

    MOVE SPACES                       TO WS-TEAM-HEADER-LINE.
    MOVE AGT-ASSIGNED-GROUP-ID (SUB1) TO WT-GROUP-ID.
    MOVE GROUP_NAME OF SUPPORT_GROUP_REC
                                      TO WT-GROUP-NAME.
    MOVE WS-TEAM-HEADER-LINE          TO AGING-REPORT-LINE.
    WRITE AGING-REPORT-LINE.

    MOVE AGT-ASSIGNED-GROUP-ID (SUB1) TO WS-PRIOR-GROUP-ID.
/
5800-MAIL-GROUP-SECTIONS.
*   EACH GROUP'S OWN SECTION GOES TO ITS TEAM MAIL ADDRESS - THE TABLE
*   IS STILL IN GROUP ORDER FROM 5300
    IF AGING-COUNT = 0
        GO TO 5800-MAIL-GROUP-SECTIONS-EXIT
    END-IF.

    MOVE 1 TO SUB3.
    PERFORM 5830-MAIL-ONE-GROUP THRU 5830-MAIL-ONE-GROUP-EXIT
        UNTIL SUB3 > AGING-COUNT.
*
5800-MAIL-GROUP-SECTIONS-EXIT.
    EXIT.
*
5830-MAIL-ONE-GROUP.
    IF AGT-ASSIGNED-GROUP-ID (SUB3) = SPACES
        ADD 1 TO SUB3
        GO TO 5830-MAIL-ONE-GROUP-EXIT
    END-IF.

    MOVE SUB3 TO MAIL-GROUP-START-SUB.
    MOVE "N"  TO MAIL-GROUP-END-FLAG.

    OPEN OUTPUT OVERDUE-MAIL-FILE.

    MOVE SPACES TO OVERDUE-MAIL-LINE.
    STRING "OVERDUE PROBLEMS QUEUED TO SUPPORT GROUP "
                                           DELIMITED BY SIZE
           AGT-ASSIGNED-GROUP-ID (SUB3)    DELIMITED BY SPACE
      INTO OVERDUE-MAIL-LINE.
    WRITE OVERDUE-MAIL-LINE.
    MOVE SPACES TO OVERDUE-MAIL-LINE.
    WRITE OVERDUE-MAIL-LINE.

    PERFORM 5840-WRITE-ONE-GROUP-MAIL-LINE UNTIL MAIL-GROUP-END-FLAG = "Y".

    CLOSE OVERDUE-MAIL-FILE.

    PERFORM 5860-SPAWN-GROUP-MAIL THRU 5860-SPAWN-GROUP-MAIL-EXIT.
*
5830-MAIL-ONE-GROUP-EXIT.
    EXIT.
*
5840-WRITE-ONE-GROUP-MAIL-LINE.
    MOVE SPACES                    TO WS-TEAM-DETAIL-LINE.
    MOVE AGT-PROBLEM-NUMBER (SUB3) TO WTD-PROBLEM-NUMBER.
    MOVE AGT-DAYS-OVERDUE   (SUB3) TO WTD-DAYS-OVERDUE.
    MOVE AGT-PRIORITY-ID    (SUB3) TO WTD-PRIORITY-ID.
    IF AGT-PERSON-ASSIGNED-ID (SUB3) = SPACES
        MOVE "UNASSIGNED" TO WTD-OWNER
    ELSE
        MOVE AGT-PERSON-ASSIGNED-ID (SUB3) TO WTD-OWNER
    END-IF.
    MOVE WS-TEAM-DETAIL-LINE       TO OVERDUE-MAIL-LINE.
    WRITE OVERDUE-MAIL-LINE.

    ADD 1 TO SUB3.

    IF SUB3 > AGING-COUNT
        MOVE "Y" TO MAIL-GROUP-END-FLAG
    ELSE
        IF AGT-ASSIGNED-GROUP-ID (SUB3)
           NOT = AGT-ASSIGNED-GROUP-ID (MAIL-GROUP-START-SUB)
            MOVE "Y" TO MAIL-GROUP-END-FLAG
        END-IF
    END-IF.
*
5860-SPAWN-GROUP-MAIL.
    MOVE AGT-ASSIGNED-GROUP-ID (MAIL-GROUP-START-SUB)
      TO GROUP_ID OF SUPPORT_GROUP_REC.
    PERFORM 8930-READ-SUPPORT-GROUP.

    IF GROUP-FOUND-FLAG = "N"
    OR GROUP_EMAIL OF SUPPORT_GROUP_REC = SPACES
        GO TO 5860-SPAWN-GROUP-MAIL-EXIT
    END-IF.

    MOVE GROUP_EMAIL OF SUPPORT_GROUP_REC TO WS-MAIL-EMAIL.
    PERFORM 5590-SPAWN-MAIL-COMMAND.
*
5860-SPAWN-GROUP-MAIL-EXIT.
    EXIT.
/
2000-BUILD-SUPERVISOR-LIST.
    PERFORM 7000-START_TRAN_RO.

                            OMITTED
                     GIVING ERR_RET.
/
8930-READ-SUPPORT-GROUP.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_SS_SUPPORT_GROUP" USING SQLCA
                                 GROUP_ID         OF SUPPORT_GROUP_REC
                                 GROUP_NAME       OF SUPPORT_GROUP_REC
                                 LEADER_PERSON_ID OF SUPPORT_GROUP_REC
                                 GROUP_EMAIL      OF SUPPORT_GROUP_REC
                                 REC_USER         OF SUPPORT_GROUP_REC
                                 REC_TMSTAMP      OF SUPPORT_GROUP_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO GROUP-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO GROUP-FOUND-FLAG
        MOVE "*** NOT ON FILE ***" TO GROUP_NAME  OF SUPPORT_GROUP_REC
        MOVE SPACES                TO GROUP_EMAIL OF SUPPORT_GROUP_REC
    WHEN OTHER
        DISPLAY "ERROR ON SUPPORT_GROUP_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_PROBLEM" USING SQLCA.

