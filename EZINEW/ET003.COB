*                  contention style, feeding the monthly sessions-per-      *
*                  program/user/hour report.                                *
*                                                                             *
*   NOTE         : CONFIDENTIAL_FLAG problems (see EZITRAK001's header and  *
*                  EZITRAK099) are restricted to their recorder, their      *
*                  assignee and the people on their PROBLEM_ACCESS list.    *
*                  3900_CHECK_OTHER_CRITERIA reads the flag through         *
*                  ET_SS_PROBLEM_CONFIDENTIAL and runs                      *
*                  8940-CHECK-CONFIDENTIAL-ACCESS for every row that passes *
*                  the other tests: anyone else still sees the row, but its *
*                  description shows "RESTRICTED", and a keyword search     *
*                  never matches it. 4100-PRINT-TICKET refuses a restricted *
*                  ticket and, for anyone entitled to it, prints only the   *
*                  headings of a confidential ticket - no description, text *
*                  or solution lines go to the shared printer.              *
*                                                                             *
*   NOTE         : TICKET_VIEW_LOG (see EZITRAK100's header) records who    *
*                  has looked at a problem - a successful "P" ticket print  *
*                  writes one fire-and-forget row through                   *
*                  7070-RECORD-TICKET-VIEW, in the 7060 usage style.        *
*                                                                             *
*   NOTE         : New "Q" key on EZITRAK031 lists the user's groups'       *
*                  unassigned queue - 3800_SEARCH_8 runs the new cursor     *
*                  ET_OC26/FC26/CC26_PROBLEM_DETAILS (CURRENT_USER_ID in;   *
*                  the ET_FC6 column list out) over open PROBLEM_DETAILS    *
*                  rows whose ASSIGNED_GROUP_ID (see EZITRAK001's header)   *
*                  is a group the user belongs to on GROUP_MEMBER and whose *
*                  PERSON_ASSIGNED_ID is blank, through the usual 3900      *
*                  filters. New "O" key on EZITRAK032 takes ownership of    *
*                  the line named in PRINT_LINE_NUMBER: 4500-TAKE-OWNERSHIP *
*                  re-reads the problem under the update transaction,       *
*                  refuses a closed or already-owned one ("ALREADY OWNED BY *
*                  ..."), a confidential one the user may not see ("PROBLEM *
*                  IS RESTRICTED", 8940-CHECK-CONFIDENTIAL-ACCESS) and one  *
*                  not queued to a group the user is a GROUP_MEMBER of      *
*                  (4510-CHECK-TAKE-GROUP, through ET_SS_PROBLEM_ASSIGNED_  *
*                  GROUP and ET_SS_GROUP_MEMBER - ET_ST_RW_PROBLEM's        *
*                  reserving list needs PROBLEM_ACCESS and GROUP_MEMBER     *
*                  adding), then journals it and sets PERSON_ASSIGNED_ID to *
*                  CURRENT_USER_ID through the 19-column rewrite, leaving   *
*                  the group in place. The EZITRAK031 and EZITRAK032 panels *
*                  need "Q" and "O" added to their function keys; a DBA/CDD *
*                  maintainer needs to generate the new cursor.             *
*                                                                             *
*******************************************************************************
*
/
    copy "EZITRAK_CDD.PROBLEM_HISTORY_REC"      from dictionary.
    copy "EZITRAK_CDD.CLOSE_CODE_DETAILS_REC"   from dictionary.
    copy "EZITRAK_CDD.USAGE_LOG_REC"            from dictionary.
    copy "EZITRAK_CDD.TICKET_VIEW_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.PROBLEM_JOURNAL_REC"      from dictionary.
    copy "EZITRAK_CDD.SYSTEM_PARAMETER_REC"     from dictionary.
    copy "EZITRAK_CDD.PROBLEM_ACCESS_REC"       from dictionary.
    copy "EZITRAK_CDD.GROUP_MEMBER_REC"         from dictionary.
/
 01  SESSION-ID                                  PIC X(16) GLOBAL.
 01  DEVICE-NAME                                 PIC X(9)  VALUE "SYS$INPUT".
 01  TICKET-DETAIL-LINE                          PIC X(132).
 01  MY-QUEUE-DONE-FLAG                          PIC X.
 01  MY-QUEUE-EMPTY-FLAG                         PIC X.
 01  GROUP-QUEUE-FLAG                            PIC X VALUE "N".
 01  GROUP-QUEUE-EMPTY-FLAG                      PIC X VALUE "N".
 01  WS-ASSIGNED-GROUP-ID                        PIC X(8).
 01  GROUP-MEMBER-OK-FLAG                        PIC X.
 01  WATCH-FOUND-FLAG                            PIC X.
 01  WS-JUMP-LOGICAL-NAME                        PIC X(24) VALUE
                                                 "EZITRAK_SELECTED_PROBLEM".
 01  GRANT-COUNT                                 PIC S9(4) COMP.
 01  GRANT-SUB                                   PIC S9(4) COMP.
 01  WS-GRANT-CHECK-ID                           PIC X(4).
 01  WS-CONFIDENTIAL-FLAG                        PIC X.
 01  CONFIDENTIAL-OK-FLAG                        PIC X.
 01  WS-CONF-RECORDER-ID                         PIC X(8).
 01  WS-CONF-ASSIGNED-ID                         PIC X(8).
 01  GRANT-TABLE.
     05  GRANT-APPLICATION-ID OCCURS 50 TIMES    PIC X(4).
*
        MOVE "N" TO MY-QUEUE-EMPTY-FLAG
    END-IF.

    IF GROUP-QUEUE-EMPTY-FLAG = "Y"
        MOVE "NO UNASSIGNED PROBLEMS WAITING IN YOUR GROUPS' QUEUES"
          TO ERROR_MESSAGE OF EZITRAK031_REC
        MOVE "N" TO GROUP-QUEUE-EMPTY-FLAG
    END-IF.

    MOVE SPACE TO KEY_PRESSED OF EZITRAK031_REC.
    PERFORM 8100-REQUEST-01.
    MOVE SPACES  TO ERROR_MESSAGE OF EZITRAK031_REC.
    WHEN "G"
        PERFORM 2080-RECALL-PROFILE THRU 2080-RECALL-PROFILE-EXIT
        MOVE 10 TO STAGE-OF-PROCESSING
    WHEN "Q"
        MOVE "Y" TO GROUP-QUEUE-FLAG
        MOVE 15 TO STAGE-OF-PROCESSING
    WHEN OTHER
        IF EZITRAK031_REC = OLD_EZITRAK031_REC
            MOVE "MUST ENTER PARAMETERS"

    PERFORM 7000_START_TRAN_RO.

    IF GROUP-QUEUE-FLAG = "Y"
        PERFORM 3800_SEARCH_8
    ELSE
        IF CONTACT-DATE OF EZITRAK031-REC NOT = ZERO
            PERFORM 3100_SEARCH_1
        ELSE
            IF PROBLEM_STATUS OF EZITRAK031-REC NOT = SPACE
                PERFORM 3200_SEARCH_2
            ELSE
                IF APPLICATION_ID OF EZITRAK031-REC NOT = SPACE
                    PERFORM 3300_SEARCH_3
                ELSE
                    IF PRIORITY_ID OF EZITRAK031-REC NOT = SPACE
                        PERFORM 3400_SEARCH_4
                    ELSE
                        IF OTHER_SYSTEM_CODE OF EZITRAK031-REC NOT = SPACE
                            PERFORM 3500_SEARCH_5
                        ELSE
                            IF PERSON_ASSIGNED_ID OF EZITRAK031-REC NOT = SPACE
                                PERFORM 3600_SEARCH_6
                            ELSE
                                IF KEYWORD_SEARCH OF EZITRAK031-REC NOT = SPACE
                                    PERFORM 3700_SEARCH_7
                                ELSE
                                    MOVE "SEARCH PARAMETERS NOT RECOGNISED"
                                      TO ERROR_MESSAGE OF EZITRAK031_REC
                                    MOVE 10      TO STAGE-OF-PROCESSING
                                END-IF
                            END-IF
                        END-IF
                    END-IF
        IF MY-QUEUE-DONE-FLAG = "Y"
            MOVE "Y" TO MY-QUEUE-EMPTY-FLAG
        END-IF
        IF GROUP-QUEUE-FLAG = "Y"
            MOVE "Y" TO GROUP-QUEUE-EMPTY-FLAG
        END-IF
        MOVE 10 TO STAGE-OF-PROCESSING
    ELSE
        MOVE 20 TO STAGE-OF-PROCESSING
    END-IF.

    MOVE "N" TO MY-QUEUE-DONE-FLAG.
    MOVE "N" TO GROUP-QUEUE-FLAG.

    PERFORM 7800_CMT_TRAN.
/
        GO TO 9900_EXIT
    END-EVALUATE.
/
3800_SEARCH_8.
*   THE GROUP QUEUE - OPEN PROBLEMS QUEUED TO ANY GROUP THE USER
*   BELONGS TO THAT NOBODY HAS TAKEN OWNERSHIP OF YET
    MOVE "N" TO TMP_FLAG.

    PERFORM 8700-GET-USER.

    CALL "ET_OC26_PROBLEM_DETAILS" USING SQLCA
                                  CURRENT_USER_ID.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF PROBLEM_OC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON OC" TO ERROR_MESSAGE OF EZITRAK031_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 3850_FETCH VARYING SUB1 FROM 1 BY 1
                               UNTIL NOT SQL_SUCCESS
                               OR OUT_SUB1 > SUB1_MAX.

    IF SQL_SUCCESS AND OUT_SUB1 > SUB1_MAX
        MOVE "MORE THAN 50 MATCHES FOUND - NARROW YOUR SEARCH"
          TO ERROR_MESSAGE OF EZITRAK032_REC
    END-IF.

    CALL "ET_CC26_PROBLEM_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON CC" TO ERROR_MESSAGE OF EZITRAK031_REC
        GO TO 9900_EXIT
    END-EVALUATE.

3850_FETCH.
    CALL "ET_FC26_PROBLEM_DETAILS" USING SQLCA
                                 PROBLEM_NUMBER       OF PROBLEM_DETAILS_REC
                                 PROBLEM_STATUS       OF PROBLEM_DETAILS_REC
                                 PRIORITY_ID          OF PROBLEM_DETAILS_REC
                                 APPLICATION_ID       OF PROBLEM_DETAILS_REC
                                 PROBLEM_DESC         OF PROBLEM_DETAILS_REC
                                 CONTACT_DATE         OF PROBLEM_DETAILS_REC
                                 CONTACT_PERSON_ID    OF PROBLEM_DETAILS_REC
                                 CONTACT_DEVICE       OF PROBLEM_DETAILS_REC
                                 PERSON_ASSIGNED_ID   OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 3900_CHECK_OTHER_CRITERIA
        IF MATCH-FLAG = "Y"
            MOVE "Y" TO TMP_FLAG
            PERFORM 7700_SETUP_REC
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF FC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR FC" TO ERROR_MESSAGE OF EZITRAK031_REC
        GO TO 9900_EXIT
    END-EVALUATE.
/
4000-PROB-BROWSE-SCREEN.
    MOVE SPACE TO KEY_PRESSED OF EZITRAK032_REC.
    PERFORM 8100-REQUEST-02.
    WHEN "B"
        MOVE 10 TO STAGE-OF-PROCESSING
    WHEN "P"
        PERFORM 4100-PRINT-TICKET THRU 4100-PRINT-TICKET-EXIT
        IF STAGE-OF-PROCESSING NOT = 11
            MOVE 21 TO STAGE-OF-PROCESSING
        END-IF
    WHEN "A"
        PERFORM 4400-APPLY-BULK-ACTIONS THRU 4400-APPLY-BULK-ACTIONS-EXIT
        MOVE 21 TO STAGE-OF-PROCESSING
    WHEN "O"
        PERFORM 4500-TAKE-OWNERSHIP THRU 4500-TAKE-OWNERSHIP-EXIT
        IF STAGE-OF-PROCESSING NOT = 11
            MOVE 21 TO STAGE-OF-PROCESSING
        END-IF
    WHEN OTHER
            MOVE 21 TO STAGE-OF-PROCESSING
    END-EVALUATE.
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3430-GET-CONFIDENTIAL-FLAG.
    PERFORM 8940-CHECK-CONFIDENTIAL-ACCESS
       THRU 8940-CHECK-CONFIDENTIAL-EXIT.

    IF CONFIDENTIAL-OK-FLAG = "N"
        MOVE "PROBLEM IS RESTRICTED - TICKET NOT PRINTED"
          TO ERROR_MESSAGE OF EZITRAK032_REC
        PERFORM 7800-CMT_TRAN
        GO TO 4100-PRINT-TICKET-EXIT
    END-IF.

    OPEN OUTPUT TICKET-PRINT-FILE.

    MOVE SPACES TO TICKET-DETAIL-LINE.
    MOVE SPACES TO TICKET-PRINT-LINE.
    WRITE TICKET-PRINT-LINE.

*   PAPER GOES TO A SHARED PRINTER - A CONFIDENTIAL TICKET PRINTS ITS
*   HEADINGS ONLY, EVEN FOR SOMEONE ENTITLED TO READ IT ON THE SCREEN
    IF WS-CONFIDENTIAL-FLAG = "Y"
        MOVE "*** CONFIDENTIAL - TICKET TEXT NOT PRINTED ***"
          TO TICKET-PRINT-LINE
        WRITE TICKET-PRINT-LINE
        GO TO 4130-CLOSE-TICKET-PRINT
    END-IF.

    MOVE PROBLEM_DESC OF PROBLEM_DETAILS_REC TO TICKET-PRINT-LINE.
    WRITE TICKET-PRINT-LINE.

        CLOSE TICKET-PRINT-FILE
        GO TO 9900-EXIT
    END-EVALUATE.
*
4130-CLOSE-TICKET-PRINT.
    CLOSE TICKET-PRINT-FILE.

    PERFORM 7800-CMT_TRAN.

    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC.
    PERFORM 7070-RECORD-TICKET-VIEW.

    MOVE "TICKET SENT TO PRINTER" TO ERROR_MESSAGE OF EZITRAK032_REC.
*
4100-PRINT-TICKET-EXIT.
          TO PRIORITY_ID          OF EZITRAK032_REC (OUT_SUB1).
        MOVE APPLICATION_ID       OF PROBLEM_DETAILS_REC
          TO APPLICATION_ID       OF EZITRAK032_REC (OUT_SUB1).
        IF CONFIDENTIAL-OK-FLAG = "N"
            MOVE "RESTRICTED"
              TO PROBLEM_DESC     OF EZITRAK032_REC (OUT_SUB1)
        ELSE
            MOVE PROBLEM_DESC     OF PROBLEM_DETAILS_REC
              TO PROBLEM_DESC     OF EZITRAK032_REC (OUT_SUB1)
        END-IF.
        MOVE CONTACT_DATE         OF PROBLEM_DETAILS_REC
          TO CONTACT_DATE         OF EZITRAK032_REC (OUT_SUB1).
        MOVE CONTACT_PERSON_ID    OF PROBLEM_DETAILS_REC
        MOVE "N" TO MATCH-FLAG
    END-IF.

*   A CONFIDENTIAL ROW STILL LISTS, BUT AS "RESTRICTED" - AND A KEYWORD
*   SEARCH MUST NOT MATCH IT, OR THE HIT ITSELF GIVES THE TEXT AWAY
    MOVE "Y" TO CONFIDENTIAL-OK-FLAG.
    IF MATCH-FLAG = "Y"
        PERFORM 3430-GET-CONFIDENTIAL-FLAG
        PERFORM 8940-CHECK-CONFIDENTIAL-ACCESS
           THRU 8940-CHECK-CONFIDENTIAL-EXIT
        IF CONFIDENTIAL-OK-FLAG = "N"
           AND KEYWORD_SEARCH OF EZITRAK031-REC NOT = SPACES
            MOVE "N" TO MATCH-FLAG
        END-IF
    END-IF.

    IF KEYWORD_SEARCH OF EZITRAK031-REC NOT = SPACES
       AND MATCH-FLAG = "Y"
        MOVE ZERO TO WS-KEYWORD-MATCH-COUNT
        MOVE ZERO TO WS-KEYWORD-TRAILING-SPACES
        INSPECT KEYWORD_SEARCH OF EZITRAK031-REC
    IF GRANT-APPLICATION-ID (GRANT-SUB) = WS-GRANT-CHECK-ID
        MOVE "Y" TO GRANT-OK-FLAG.
/
3430-GET-CONFIDENTIAL-FLAG.
    MOVE "N"    TO WS-CONFIDENTIAL-FLAG.
    MOVE SPACES TO WS-CONF-RECORDER-ID.
    MOVE SPACES TO WS-CONF-ASSIGNED-ID.

    CALL "ET_SS_PROBLEM_CONFIDENTIAL" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 WS-CONFIDENTIAL-FLAG
                                 WS-CONF-RECORDER-ID
                                 WS-CONF-ASSIGNED-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF WS-CONFIDENTIAL-FLAG NOT = "Y"
            MOVE "N" TO WS-CONFIDENTIAL-FLAG
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CONFIDENTIAL_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING CONFIDENTIAL FLAG"
          TO ERROR_MESSAGE OF EZITRAK031_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
8940-CHECK-CONFIDENTIAL-ACCESS.
*   THE EZITRAK001 TEST - RECORDER, ASSIGNEE OR A PROBLEM_ACCESS ROW;
*   THE SUPERVISOR FLAG ALONE DOES NOT OPEN A CONFIDENTIAL TICKET
    MOVE "Y" TO CONFIDENTIAL-OK-FLAG.

    IF WS-CONFIDENTIAL-FLAG NOT = "Y"
        GO TO 8940-CHECK-CONFIDENTIAL-EXIT
    END-IF.

    PERFORM 8700-GET-USER.

    IF CURRENT_USER_ID = WS-CONF-RECORDER-ID
    OR CURRENT_USER_ID = WS-CONF-ASSIGNED-ID
        GO TO 8940-CHECK-CONFIDENTIAL-EXIT
    END-IF.

    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF PROBLEM_ACCESS_REC.
    MOVE CURRENT_USER_ID TO PERSON_ID OF PROBLEM_ACCESS_REC.

    CALL "ET_SS_PROBLEM_ACCESS" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_ACCESS_REC
                                 PERSON_ID      OF PROBLEM_ACCESS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO CONFIDENTIAL-OK-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF PROBLEM_ACCESS_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
8940-CHECK-CONFIDENTIAL-EXIT.
    EXIT.
/
1050-CHECK-QUIESCE.
*   THE BATCH WINDOW IS PROTECTED - WHEN OPERATIONS HAS SET THE
*   SYSTEM_QUIESCE FLAG, POLITELY REFUSE AT STARTUP UNLESS THE USER
*
4400-APPLY-BULK-ACTIONS-EXIT.
    EXIT.
/
4500-TAKE-OWNERSHIP.
*   PICKS A PROBLEM OFF A GROUP QUEUE - THE OWNER IS RE-READ UNDER THE
*   UPDATE TRANSACTION SO TWO MEMBERS CANNOT BOTH TAKE THE SAME ONE
    IF PRINT_LINE_NUMBER OF EZITRAK032_REC < 1
    OR PRINT_LINE_NUMBER OF EZITRAK032_REC >= OUT_SUB1
        MOVE "INVALID LINE NUMBER FOR TAKE OWNERSHIP"
          TO ERROR_MESSAGE OF EZITRAK032_REC
        GO TO 4500-TAKE-OWNERSHIP-EXIT
    END-IF.

    MOVE PROBLEM_NUMBER OF EZITRAK032_REC
                        (PRINT_LINE_NUMBER OF EZITRAK032_REC)
      TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC.

    PERFORM 7100-START_TRAN_RW.

    IF SQL_LOCKED_RECORD
        GO TO 4500-TAKE-OWNERSHIP-EXIT
    END-IF.

    PERFORM 7400-PROBLEM_SS.

    IF TMP-FLAG = "N"
        MOVE "PROBLEM NO LONGER ON FILE"
          TO ERROR_MESSAGE OF EZITRAK032_REC
        PERFORM 7800_CMT_TRAN
        GO TO 4500-TAKE-OWNERSHIP-EXIT
    END-IF.

    IF PROBLEM_STATUS OF PROBLEM_DETAILS_REC = "C"
        MOVE "PROBLEM IS CLOSED - NOTHING TO TAKE"
          TO ERROR_MESSAGE OF EZITRAK032_REC
        PERFORM 7800_CMT_TRAN
        GO TO 4500-TAKE-OWNERSHIP-EXIT
    END-IF.

    IF PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC NOT = SPACES
        MOVE SPACES TO ERROR_MESSAGE OF EZITRAK032_REC
        STRING "ALREADY OWNED BY "                       DELIMITED BY SIZE
               PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC DELIMITED BY " "
          INTO ERROR_MESSAGE OF EZITRAK032_REC
        PERFORM 7800_CMT_TRAN
        GO TO 4500-TAKE-OWNERSHIP-EXIT
    END-IF.

*   TAKING A PROBLEM MAKES THE TAKER ITS ASSIGNEE, WHICH OPENS A
*   CONFIDENTIAL ONE TO THEM - SO ONLY SOMEONE ALREADY ENTITLED TO SEE
*   IT, AND ONLY A MEMBER OF THE GROUP IT IS QUEUED TO, MAY TAKE IT
    PERFORM 3430-GET-CONFIDENTIAL-FLAG.
    PERFORM 8940-CHECK-CONFIDENTIAL-ACCESS
       THRU 8940-CHECK-CONFIDENTIAL-EXIT.

    IF CONFIDENTIAL-OK-FLAG = "N"
        MOVE "PROBLEM IS RESTRICTED"
          TO ERROR_MESSAGE OF EZITRAK032_REC
        PERFORM 7800_CMT_TRAN
        GO TO 4500-TAKE-OWNERSHIP-EXIT
    END-IF.

    PERFORM 4510-CHECK-TAKE-GROUP THRU 4510-CHECK-TAKE-GROUP-EXIT.

    IF GROUP-MEMBER-OK-FLAG = "N"
        PERFORM 7800_CMT_TRAN
        GO TO 4500-TAKE-OWNERSHIP-EXIT
    END-IF.

    PERFORM 7310-JOURNAL-BEFORE-IMAGE.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC.

    PERFORM 7300-REWRITE-PROBLEM-RECORD.

    IF TMP-FLAG = "Y"
        MOVE "PROBLEM IS NOW ASSIGNED TO YOU"
          TO ERROR_MESSAGE OF EZITRAK032_REC
    ELSE
        MOVE "PROBLEM NO LONGER ON FILE"
          TO ERROR_MESSAGE OF EZITRAK032_REC
    END-IF.

    PERFORM 7800_CMT_TRAN.
*
4500-TAKE-OWNERSHIP-EXIT.
    EXIT.
*
4510-CHECK-TAKE-GROUP.
*   THE "Q" LIST ONLY EVER SHOWS THE USER'S OWN GROUPS' QUEUES, BUT THE
*   LINE NUMBER IS KEYED - THE SAME TEST IS MADE AGAIN HERE
    MOVE "N"    TO GROUP-MEMBER-OK-FLAG.
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
        DISPLAY "ERROR OF ASSIGNED_GROUP_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING ASSIGNED GROUP"
          TO ERROR_MESSAGE OF EZITRAK032_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    IF WS-ASSIGNED-GROUP-ID = SPACES
        MOVE "PROBLEM IS NOT QUEUED TO A GROUP - NOTHING TO TAKE"
          TO ERROR_MESSAGE OF EZITRAK032_REC
        GO TO 4510-CHECK-TAKE-GROUP-EXIT
    END-IF.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID      TO PERSON_ID OF GROUP_MEMBER_REC.
    MOVE WS-ASSIGNED-GROUP-ID TO GROUP_ID  OF GROUP_MEMBER_REC.

    CALL "ET_SS_GROUP_MEMBER" USING SQLCA
                                 PERSON_ID   OF GROUP_MEMBER_REC
                                 GROUP_ID    OF GROUP_MEMBER_REC
                                 REC_USER    OF GROUP_MEMBER_REC
                                 REC_TMSTAMP OF GROUP_MEMBER_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO GROUP-MEMBER-OK-FLAG
    WHEN SQL_NOT_FOUND
        MOVE SPACES TO ERROR_MESSAGE OF EZITRAK032_REC
        STRING "YOU ARE NOT A MEMBER OF GROUP " DELIMITED BY SIZE
               WS-ASSIGNED-GROUP-ID             DELIMITED BY " "
          INTO ERROR_MESSAGE OF EZITRAK032_REC
    WHEN OTHER
        DISPLAY "ERROR OF GROUP_MEMBER_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING GROUP MEMBERS"
          TO ERROR_MESSAGE OF EZITRAK032_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
4510-CHECK-TAKE-GROUP-EXIT.
    EXIT.
*
4405-COUNT-ONE-TAG.
    IF TAG_IND OF EZITRAK032_REC (BULK-SUB) = "T"
        GO TO 9900-EXIT
    END-EVALUATE.
/
7070-RECORD-TICKET-VIEW.
*   WHO HAS LOOKED AT A PROBLEM - ONE FIRE-AND-FORGET TICKET_VIEW_LOG
*   ROW PER DISPLAY IN THE 7060 STYLE, SO A FAILED WRITE NEVER STOPS
*   THE DISPLAY. PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC ARRIVES SET
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    IF SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
        MOVE "EZITRAK003" TO PROGRAM_NAME OF TICKET_VIEW_LOG_REC

        PERFORM 8700-GET-USER
        MOVE CURRENT_USER_ID TO PERSON_ID OF TICKET_VIEW_LOG_REC

        CALL "SYS$GETTIM" USING
            BY REFERENCE REC_TMSTAMP OF TICKET_VIEW_LOG_REC

        CALL "ET_IR_TICKET_VIEW_LOG" USING SQLCA
                             PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC
                             PERSON_ID      OF TICKET_VIEW_LOG_REC
                             PROGRAM_NAME   OF TICKET_VIEW_LOG_REC
                             REC_TMSTAMP    OF TICKET_VIEW_LOG_REC
        END-CALL

        IF NOT SQL_SUCCESS AND NOT SQL_DUPLICATE_IDX
            DISPLAY "ERROR ON TICKET_VIEW_LOG_IR CODE=" SQLCODE
                    WITH CONVERSION
        END-IF

        MOVE ZERO TO SQLCODE

        CALL "ET_CMT_TRN" USING SQLCA
        MOVE "N" TO TRANSACTION_BEGUN_FLAG
    ELSE
        DISPLAY "UNABLE TO RECORD TICKET VIEW CODE=" SQLCODE
                WITH CONVERSION
        MOVE ZERO TO SQLCODE
    END-IF.
/
7060-RECORD-USAGE.
*   FIRE-AND-FORGET METERING IN THE 7050 LOCK-CONTENTION STYLE - ONE
*   ROW AT STARTUP AND ONE AT EXIT, SO LICENCE AND RETIREMENT TALK
