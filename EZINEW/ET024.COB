*                  ARCHIVED_PROBLEM_SOLUTION_DETAILS (Input)                 *
*                  PROBLEM_DETAILS                   (Input)                 *
*                  ARCHIVED_PROBLEM_DETAILS          (Input)                 *
*                  KB_FEEDBACK                       (Input-Output)          *
*                                                                             *
*   NOTE         : EZITRAK241_REC / EZITRAK242_REC are new CDD screen        *
*                  records, not yet generated. EZITRAK241_REC needs          *
*                  contention style, feeding the monthly sessions-per-      *
*                  program/user/hour report.                                *
*                                                                             *
*   NOTE         : CONFIDENTIAL_FLAG problems (see EZITRAK001's header and  *
*                  EZITRAK099) are restricted to their recorder, their      *
*                  assignee and the people on their PROBLEM_ACCESS list.    *
*                  3200-CHECK-LIVE-HIT reads the flag through               *
*                  ET_SS_PROBLEM_CONFIDENTIAL and runs                      *
*                  8940-CHECK-CONFIDENTIAL-ACCESS, the EZITRAK001 test, and *
*                  drops the hit for anyone else - a listed solution line   *
*                  would give the ticket text away. 3400-CHECK-ARCH-HIT     *
*                  does the same for an archived ticket, reading the flag   *
*                  EZITRAK012 carries onto the archive row through          *
*                  ET_SS_ARCHIVED_PROBLEM_CONFIDENTIAL (see EZITRAK012's    *
*                  header). EZITRAK064 no longer posts confidential         *
*                  problems to KEYWORD_INDEX at all.                        *
*                                                                             *
*   NOTE         : KB_FEEDBACK is a new CDD table, not yet generated -      *
*                  PROBLEM_NUMBER PIC 9(9) (zero for a known error),        *
*                  ERROR_ID PIC X(8) (spaces for a problem hit), HIT_SOURCE *
*                  PIC X (the result line's ARCHIVE_FLAG - "K", "A" or      *
*                  space), HELPFUL_FLAG PIC X ("Y"/"N"),                    *
*                  WORKING_PROBLEM_NUMBER PIC 9(9), REC_USER PIC X(8) (the  *
*                  searcher) and REC_TMSTAMP PIC S9(11)V9(7) COMP; key      *
*                  PROBLEM_NUMBER + ERROR_ID + REC_USER + REC_TMSTAMP. A    *
*                  DBA/CDD maintainer needs to generate ET_IR_KB_FEEDBACK,  *
*                  the ET_SS_KB_FEEDBACK_TALLY aggregate (PROBLEM_NUMBER    *
*                  and ERROR_ID in; the helpful and not-helpful row counts  *
*                  out) and the ET_OC/FC/CC_KB_FEEDBACK_WINDOW cursor       *
*                  EZITRAK134 reports from. EZITRAK241_REC gains            *
*                  WORKING_PROBLEM_NUMBER PIC 9(9) (the problem the         *
*                  searcher is working on, optional) and each               *
*                  EZITRAK242_REC line a FEEDBACK_MARK PIC X input field.   *
*                                                                             *
*   NOTE         : the result browse is no longer purely read-only - a hit  *
*                  marked "Y" (helpful) or "N" (not helpful) is recorded in *
*                  KB_FEEDBACK by 4200-RECORD-FEEDBACK when the screen is   *
*                  left, under a short RW transaction.                      *
*                  3700-RANK-BY-FEEDBACK then lifts hits with more helpful  *
*                  than not-helpful marks to the top of their own category, *
*                  most helpful first - known errors still head the list    *
*                  and resolution lines still come before progress chatter. *
*                                                                             *
*******************************************************************************
*
/
    copy "EZITRAK_CDD.PERSON_APPLICATION_REC"   from dictionary.
    copy "EZITRAK_CDD.SYSTEM_QUIESCE_REC"       from dictionary.
    copy "EZITRAK_CDD.USAGE_LOG_REC"            from dictionary.
    copy "EZITRAK_CDD.PROBLEM_ACCESS_REC"       from dictionary.
    copy "EZITRAK_CDD.KB_FEEDBACK_REC"          from dictionary.
/
 01  SESSION-ID                                  PIC X(16) GLOBAL.
 01  DEVICE-NAME                                 PIC X(9)  VALUE "SYS$INPUT".
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
 01  WS-QUIESCE-NOW-BIN                          PIC S9(11)V9(7) COMP.
*
 01  WS-USAGE-EVENT-FLAG                         PIC X.
*
 01  HIT-LINE-COUNT                              PIC S9(4) COMP.
 01  HIT-ERROR-TABLE.
     05  HIT-ERROR-ID OCCURS 50 TIMES            PIC X(8).
 01  WS-FEEDBACK-OK-FLAG                         PIC X.
 01  WS-FEEDBACK-MARK-COUNT                      PIC S9(4) COMP.
 01  WS-HELPFUL-COUNT                            PIC S9(9) COMP.
 01  WS-UNHELPFUL-COUNT                          PIC S9(9) COMP.
 01  WS-FEEDBACK-NET                             PIC S9(9) COMP.
 01  BISECT-LOW                                  PIC S9(4) COMP.
 01  BISECT-HIGH                                 PIC S9(4) COMP.
 01  BISECT-MID                                  PIC S9(4) COMP.
 01  INSERT-SUB                                  PIC S9(4) COMP.
*   RESULT LINES IN RANK ORDER - CATEGORY, THEN HELPFUL HITS FIRST
 01  RANK-COUNT                                  PIC S9(4) COMP.
 01  WS-NEW-SORT-KEY                             PIC 9(6).
 01  RANK-TABLE.
     05  RANK-ENTRY OCCURS 50 TIMES.
         10  RK-SORT-KEY                         PIC 9(6).
         10  RK-LINE-SUB                         PIC S9(4) COMP.
 01  SAVED-SUB                                   PIC S9(4) COMP.
 01  SAVED-HIT-TABLE.
     05  SAVED-HIT-ENTRY OCCURS 50 TIMES.
         10  SV-PROBLEM-NUMBER                   PIC 9(9).
         10  SV-SOLVED-DATE                      PIC S9(11)V9(7) COMP.
         10  SV-ENTRY-TYPE                       PIC X.
         10  SV-ARCHIVE-FLAG                     PIC X.
         10  SV-SOLUTION-DESC                    PIC X(60).
         10  SV-ERROR-ID                         PIC X(8).
*
* ************ TEMP ITEM -- REMOVE AFTER PROG IS OK ***************
 01  TEMP-COUNTER                                PIC S9(9) COMP.
    MOVE 1    TO OUT_SUB1.
    MOVE ZERO TO OTHER-HIT-COUNT.
    MOVE "N"  TO TMP-FLAG.
    MOVE SPACES TO HIT-ERROR-TABLE.

    PERFORM 7000_START_TRAN_RO.


        PERFORM 3500-APPEND-OTHER-HITS

        COMPUTE HIT-LINE-COUNT = OUT_SUB1 - 1
        IF HIT-LINE-COUNT > 1
            PERFORM 3700-RANK-BY-FEEDBACK
        END-IF

        IF TMP-FLAG = "N"
            IF WS-PROBE-OK-FLAG = "N"
                MOVE "KEY AT LEAST ONE SEARCH WORD OF 4 OR MORE LETTERS"
               " "                                DELIMITED BY SIZE
               WORKAROUND_DESC OF KNOWN_ERROR_REC DELIMITED BY SIZE
          INTO SOLUTION_DESC  OF EZITRAK242_REC (OUT_SUB1)
        MOVE ERROR_ID OF KNOWN_ERROR_REC TO HIT-ERROR-ID (OUT_SUB1)
        ADD 1 TO OUT_SUB1
    END-IF.
/
        DISPLAY "SS PROBLEM NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.

*   A HIT ON A CONFIDENTIAL TICKET WOULD SHOW ITS TEXT - DROP IT FOR
*   ANYONE NOT ENTITLED TO READ THE TICKET ITSELF
    IF MATCH-FLAG = "Y"
        PERFORM 3430-GET-CONFIDENTIAL-FLAG
        PERFORM 8940-CHECK-CONFIDENTIAL-ACCESS
           THRU 8940-CHECK-CONFIDENTIAL-EXIT
        IF CONFIDENTIAL-OK-FLAG = "N"
            MOVE "N" TO MATCH-FLAG
        END-IF
    END-IF.
/
3400-CHECK-ARCH-HIT.
    MOVE "Y" TO MATCH-FLAG.
        DISPLAY "SS ARCHIVED PROBLEM NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.

*   AN ARCHIVED CONFIDENTIAL TICKET IS NO LESS RESTRICTED THAN A LIVE
*   ONE - DROP THE HIT FOR ANYONE NOT ENTITLED TO READ IT
    IF MATCH-FLAG = "Y"
        PERFORM 3440-GET-ARCH-CONFIDENTIAL-FLAG
        PERFORM 8940-CHECK-CONFIDENTIAL-ACCESS
           THRU 8940-CHECK-CONFIDENTIAL-EXIT
        IF CONFIDENTIAL-OK-FLAG = "N"
            MOVE "N" TO MATCH-FLAG
        END-IF
    END-IF.
/
3600-STORE-HIT.
    IF ENTRY_TYPE OF PROBLEM_SOLUTION_DETAILS_REC = "R"
    MOVE OH-SOLUTION-DESC  (SUB1) TO SOLUTION_DESC  OF EZITRAK242_REC (OUT_SUB1).
    ADD 1 TO OUT_SUB1.
/
3700-RANK-BY-FEEDBACK.
*   HITS OTHER SEARCHERS HAVE MARKED HELPFUL RISE TO THE TOP OF THEIR
*   OWN CATEGORY - KNOWN ERRORS STILL COME FIRST AND RESOLUTION LINES
*   STILL COME BEFORE PROGRESS CHATTER. THE INSERT IS STABLE, SO HITS
*   OF EQUAL STANDING KEEP THE ORDER THE SEARCH FOUND THEM IN
    MOVE ZERO TO RANK-COUNT.

    PERFORM 3710-RANK-ONE-HIT VARYING SUB1 FROM 1 BY 1
                              UNTIL SUB1 > HIT-LINE-COUNT.

    PERFORM 3740-SAVE-ONE-HIT VARYING SUB1 FROM 1 BY 1
                              UNTIL SUB1 > HIT-LINE-COUNT.

    PERFORM 3750-RESTORE-ONE-HIT VARYING SUB1 FROM 1 BY 1
                                 UNTIL SUB1 > HIT-LINE-COUNT.
*
3710-RANK-ONE-HIT.
    PERFORM 3720-READ-HIT-FEEDBACK.

    EVALUATE TRUE
    WHEN ARCHIVE_FLAG OF EZITRAK242_REC (SUB1) = "K"
        MOVE 100000 TO WS-NEW-SORT-KEY
    WHEN ENTRY_TYPE OF EZITRAK242_REC (SUB1) = "R"
        MOVE 200000 TO WS-NEW-SORT-KEY
    WHEN OTHER
        MOVE 300000 TO WS-NEW-SORT-KEY
    END-EVALUATE.

    COMPUTE WS-FEEDBACK-NET = WS-HELPFUL-COUNT - WS-UNHELPFUL-COUNT.
    IF WS-FEEDBACK-NET > 99998
        MOVE 99998 TO WS-FEEDBACK-NET
    END-IF.

    IF WS-FEEDBACK-NET > ZERO
        COMPUTE WS-NEW-SORT-KEY = WS-NEW-SORT-KEY + 99999 - WS-FEEDBACK-NET
    ELSE
        ADD 99999 TO WS-NEW-SORT-KEY
    END-IF.

    MOVE 1          TO BISECT-LOW.
    MOVE RANK-COUNT TO BISECT-HIGH.
    PERFORM 3730-BISECT-AFTER-RANK UNTIL BISECT-LOW > BISECT-HIGH.
    PERFORM 3735-SHIFT-RANK
        VARYING INSERT-SUB FROM RANK-COUNT BY -1
        UNTIL INSERT-SUB < BISECT-LOW.

    MOVE WS-NEW-SORT-KEY TO RK-SORT-KEY (BISECT-LOW).
    MOVE SUB1            TO RK-LINE-SUB (BISECT-LOW).
    ADD 1 TO RANK-COUNT.
*
3720-READ-HIT-FEEDBACK.
    MOVE ZERO TO WS-HELPFUL-COUNT.
    MOVE ZERO TO WS-UNHELPFUL-COUNT.

    MOVE PROBLEM_NUMBER OF EZITRAK242_REC (SUB1)
      TO PROBLEM_NUMBER OF KB_FEEDBACK_REC.
    MOVE HIT-ERROR-ID (SUB1) TO ERROR_ID OF KB_FEEDBACK_REC.

    CALL "ET_SS_KB_FEEDBACK_TALLY" USING SQLCA
                                 PROBLEM_NUMBER OF KB_FEEDBACK_REC
                                 ERROR_ID       OF KB_FEEDBACK_REC
                                 WS-HELPFUL-COUNT
                                 WS-UNHELPFUL-COUNT
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF KB_FEEDBACK_TALLY_SS CODE=" SQLCODE
                WITH CONVERSION
        MOVE "ERROR ON SS" TO ERROR_MESSAGE OF EZITRAK241_REC
        GO TO 9900_EXIT
    END-EVALUATE.
*
3730-BISECT-AFTER-RANK.
    COMPUTE BISECT-MID = (BISECT-LOW + BISECT-HIGH) / 2.

    IF RK-SORT-KEY (BISECT-MID) > WS-NEW-SORT-KEY
        COMPUTE BISECT-HIGH = BISECT-MID - 1
    ELSE
        COMPUTE BISECT-LOW  = BISECT-MID + 1
    END-IF.
*
3735-SHIFT-RANK.
    MOVE RANK-ENTRY (INSERT-SUB) TO RANK-ENTRY (INSERT-SUB + 1).
*
3740-SAVE-ONE-HIT.
    MOVE PROBLEM_NUMBER OF EZITRAK242_REC (SUB1) TO SV-PROBLEM-NUMBER (SUB1).
    MOVE SOLVED_DATE    OF EZITRAK242_REC (SUB1) TO SV-SOLVED-DATE    (SUB1).
    MOVE ENTRY_TYPE     OF EZITRAK242_REC (SUB1) TO SV-ENTRY-TYPE     (SUB1).
    MOVE ARCHIVE_FLAG   OF EZITRAK242_REC (SUB1) TO SV-ARCHIVE-FLAG   (SUB1).
    MOVE SOLUTION_DESC  OF EZITRAK242_REC (SUB1) TO SV-SOLUTION-DESC  (SUB1).
    MOVE HIT-ERROR-ID (SUB1)                     TO SV-ERROR-ID       (SUB1).
*
3750-RESTORE-ONE-HIT.
    MOVE RK-LINE-SUB (SUB1) TO SAVED-SUB.

    MOVE SV-PROBLEM-NUMBER (SAVED-SUB)
      TO PROBLEM_NUMBER OF EZITRAK242_REC (SUB1).
    MOVE SV-SOLVED-DATE    (SAVED-SUB)
      TO SOLVED_DATE    OF EZITRAK242_REC (SUB1).
    MOVE SV-ENTRY-TYPE     (SAVED-SUB)
      TO ENTRY_TYPE     OF EZITRAK242_REC (SUB1).
    MOVE SV-ARCHIVE-FLAG   (SAVED-SUB)
      TO ARCHIVE_FLAG   OF EZITRAK242_REC (SUB1).
    MOVE SV-SOLUTION-DESC  (SAVED-SUB)
      TO SOLUTION_DESC  OF EZITRAK242_REC (SUB1).
    MOVE SV-ERROR-ID       (SAVED-SUB)
      TO HIT-ERROR-ID (SUB1).
/
4000-RESULT-BROWSE-SCREEN.
    MOVE 21 TO RECOVERY-STAGE.

    PERFORM 8100-REQUEST-02.
    MOVE SPACES  TO ERROR_MESSAGE OF EZITRAK242_REC.

*   ANY HELPFUL / NOT HELPFUL MARKS ARE RECORDED ON THE WAY OUT, WHICHEVER
*   KEY LEAVES THE SCREEN - A TIMED-OUT SCREEN RECORDS NOTHING
    PERFORM 4100-CHECK-FEEDBACK-MARKS.

    IF STAGE-OF-PROCESSING NOT = 10
       AND WS-FEEDBACK-OK-FLAG = "Y"
       AND WS-FEEDBACK-MARK-COUNT > ZERO
        PERFORM 4200-RECORD-FEEDBACK THRU 4200-RECORD-FEEDBACK-EXIT
    END-IF.

    EVALUATE TRUE
    WHEN STAGE-OF-PROCESSING = 10
        CONTINUE
    WHEN WS-FEEDBACK-OK-FLAG = "N"
        MOVE 21 TO STAGE-OF-PROCESSING
    WHEN KEY_PRESSED OF EZITRAK242_REC = "E"
        MOVE 99 TO STAGE-OF-PROCESSING
    WHEN OTHER
        MOVE 10 TO STAGE-OF-PROCESSING
    END-EVALUATE.
*
4100-CHECK-FEEDBACK-MARKS.
    MOVE "Y"  TO WS-FEEDBACK-OK-FLAG.
    MOVE ZERO TO WS-FEEDBACK-MARK-COUNT.

    PERFORM 4110-CHECK-ONE-MARK VARYING SUB1 FROM 1 BY 1
                                UNTIL SUB1 > SUB1_MAX.

    IF WS-FEEDBACK-OK-FLAG = "N"
        MOVE "MARK HITS Y (HELPFUL) OR N (NOT HELPFUL) - OR LEAVE BLANK"
          TO ERROR_MESSAGE OF EZITRAK242_REC
    END-IF.
*
4110-CHECK-ONE-MARK.
    EVALUATE TRUE
    WHEN FEEDBACK_MARK OF EZITRAK242_REC (SUB1) = SPACE
        CONTINUE
    WHEN SUB1 > HIT-LINE-COUNT
        MOVE "N" TO WS-FEEDBACK-OK-FLAG
    WHEN FEEDBACK_MARK OF EZITRAK242_REC (SUB1) = "Y" OR "N"
        ADD 1 TO WS-FEEDBACK-MARK-COUNT
    WHEN OTHER
        MOVE "N" TO WS-FEEDBACK-OK-FLAG
    END-EVALUATE.
*
4200-RECORD-FEEDBACK.
*   ONE KB_FEEDBACK ROW PER MARKED HIT - WHO SEARCHED, THE PROBLEM THEY
*   WERE WORKING ON AND WHETHER THE ANSWER HELPED
    PERFORM 7100-START_TRAN_RW.

    IF SQL_LOCKED_RECORD
        MOVE "N" TO WS-FEEDBACK-OK-FLAG
        GO TO 4200-RECORD-FEEDBACK-EXIT
    END-IF.

    PERFORM 8700-GET-USER.
    PERFORM 8600-GET-TIME.

    PERFORM 4210-WRITE-ONE-FEEDBACK THRU 4210-WRITE-ONE-FEEDBACK-EXIT
                                    VARYING SUB1 FROM 1 BY 1
                                    UNTIL SUB1 > HIT-LINE-COUNT.

    PERFORM 7800-CMT_TRAN.
*
4200-RECORD-FEEDBACK-EXIT.
    EXIT.
*
4210-WRITE-ONE-FEEDBACK.
    IF FEEDBACK_MARK OF EZITRAK242_REC (SUB1) = SPACE
        GO TO 4210-WRITE-ONE-FEEDBACK-EXIT
    END-IF.

    MOVE PROBLEM_NUMBER OF EZITRAK242_REC (SUB1)
      TO PROBLEM_NUMBER OF KB_FEEDBACK_REC.
    MOVE HIT-ERROR-ID (SUB1)
      TO ERROR_ID       OF KB_FEEDBACK_REC.
    MOVE ARCHIVE_FLAG   OF EZITRAK242_REC (SUB1)
      TO HIT_SOURCE     OF KB_FEEDBACK_REC.
    MOVE FEEDBACK_MARK  OF EZITRAK242_REC (SUB1)
      TO HELPFUL_FLAG   OF KB_FEEDBACK_REC.
    MOVE WORKING_PROBLEM_NUMBER OF EZITRAK241_REC
      TO WORKING_PROBLEM_NUMBER OF KB_FEEDBACK_REC.
    MOVE CURRENT_USER_ID  TO REC_USER    OF KB_FEEDBACK_REC.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF KB_FEEDBACK_REC.

    CALL "ET_IR_KB_FEEDBACK" USING SQLCA
                                 PROBLEM_NUMBER         OF KB_FEEDBACK_REC
                                 ERROR_ID               OF KB_FEEDBACK_REC
                                 HIT_SOURCE             OF KB_FEEDBACK_REC
                                 HELPFUL_FLAG           OF KB_FEEDBACK_REC
                                 WORKING_PROBLEM_NUMBER OF KB_FEEDBACK_REC
                                 REC_USER               OF KB_FEEDBACK_REC
                                 REC_TMSTAMP            OF KB_FEEDBACK_REC
    END-CALL.

*   TWO LINES OF THE SAME PROBLEM MARKED ON ONE SCREEN COUNT ONCE
    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF KB_FEEDBACK_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE SPACE TO FEEDBACK_MARK OF EZITRAK242_REC (SUB1).
*
4210-WRITE-ONE-FEEDBACK-EXIT.
    EXIT.
/
7000-START_TRAN_RO.
    MOVE -1003 TO SQLCODE.

    CALL "ET_ST_RO_PROBLEM" USING SQLCA.
/
7100-START_TRAN_RW.
    MOVE -1003 TO SQLCODE.

    PERFORM 7110-CALL-ST-RW-PROBLEM VARYING LOCK-RETRY-COUNT FROM 1 BY 1
                          UNTIL NOT SQL_LOCKED_RECORD
                             OR LOCK-RETRY-COUNT > LOCK-RETRY-MAX.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN SQL_LOCKED_RECORD
        PERFORM 7050-RECORD-LOCK-CONTENTION
        MOVE 21 TO STAGE-OF-PROCESSING
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK242_REC
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.
/
7110-CALL-ST-RW-PROBLEM.
    IF LOCK-RETRY-COUNT > 1
        CALL "LIB$WAIT" USING BY REFERENCE LOCK-RETRY-WAIT-SECS
    END-IF.

    CALL "ET_ST_RW_PROBLEM" USING SQLCA.
/
7050-RECORD-LOCK-CONTENTION.
*   THE RETRY LOOP HAS GIVEN UP - NOTE WHO LOST TO WHAT, UNDER A FRESH
*   SHORT TRANSACTION, THEN PUT THE LOCKED STATUS BACK FOR THE CALLER
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
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
          TO ERROR_MESSAGE OF EZITRAK241_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
3440-GET-ARCH-CONFIDENTIAL-FLAG.
*   8940 TESTS THE ACCESS LIST ON PROBLEM_NUMBER OF PROBLEM_DETAILS_REC -
*   THE PROBLEM_ACCESS ROWS OUTLIVE THE ARCHIVING OF THE TICKET
    MOVE PROBLEM_NUMBER OF ARCHIVED_PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC.

    MOVE "N"    TO WS-CONFIDENTIAL-FLAG.
    MOVE SPACES TO WS-CONF-RECORDER-ID.
    MOVE SPACES TO WS-CONF-ASSIGNED-ID.

    CALL "ET_SS_ARCHIVED_PROBLEM_CONFIDENTIAL" USING SQLCA
                                 PROBLEM_NUMBER OF ARCHIVED_PROBLEM_DETAILS_REC
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
        DISPLAY "ERROR OF ARCH_CONFIDENTIAL_SS CODE=" SQLCODE
                WITH CONVERSION
        MOVE "ERROR READING CONFIDENTIAL FLAG"
          TO ERROR_MESSAGE OF EZITRAK241_REC
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
1300-LOAD-APPLICATION-GRANTS.
*   ROW-LEVEL ACCESS - LOAD THE USER'S PERSON_APPLICATION GRANTS ONCE
*   AT STARTUP; A SUPERVISOR HOLDS THE ALL-APPLICATIONS GRANT
