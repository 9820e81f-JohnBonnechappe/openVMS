IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK106                                                 *
*   Program Name : Problem Split Utility                                      *
*   Summary      : Supervisor batch utility - the reverse of the EZITRAK090   *
*                  merge. Takes an original PROBLEM_NUMBER, a target          *
*                  APPLICATION_ID and an optional new PROBLEM_DESC, then a    *
*                  list of the lines to move (all ACCEPT ... FROM             *
*                  SYS$COMMAND, one line each: a family letter - S            *
*                  solution, T text, C contact, D document reference - and    *
*                  the four-digit LINE_NUMBER, e.g. "S0003"; a blank line     *
*                  ends the list, at most 40). A new problem is raised        *
*                  under the target application's own numbering range,        *
*                  copying the original's caller, contact date, priority,     *
*                  site and assignee, opened with REF_PROBLEM_NUMBER          *
*                  pointing back at the original. The chosen                  *
*                  PROBLEM_SOLUTION_DETAILS, PROBLEM_TEXT_DETAILS,            *
*                  PROBLEM_CONTACT_DETAILS and DOC_REFERENCE lines are        *
*                  moved onto it (renumbered from 1 per family) and deleted   *
*                  from the original. A PROBLEM_HISTORY row and a             *
*                  PROBLEM_JOURNAL image are written on both problems. A      *
*                  confidential original passes its flag and PROBLEM_ACCESS   *
*                  list on to the new problem. Lines asked for but not on     *
*                  the original are listed on the report and left alone.      *
*                  Only a holder of AUTH_MASS_UPDATE may run it; anyone       *
*                  else is refused and the refusal logged.                    *
*                                                                             *
*   TABLES  USED : PROBLEM_DETAILS          (Update)                          *
*                  NEXT_PROBLEM_NUMBER      (Update)                          *
*                  PROBLEM_SOLUTION_DETAILS (Update)                          *
*                  PROBLEM_TEXT_DETAILS     (Update)                          *
*                  PROBLEM_CONTACT_DETAILS  (Update)                          *
*                  DOC_REFERENCE            (Update)                          *
*                  PROBLEM_ACCESS           (Update)                          *
*                  PROBLEM_HISTORY          (Output)                          *
*                  PROBLEM_JOURNAL          (Output)                          *
*                  USER_AUTHORITY           (Input)                           *
*                  AUTH_REFUSAL_LOG         (Output)                          *
*                  JOB_RUN_LOG              (Output)                          *
*                                                                             *
*   NOTE         : reuses the wide ET_SS/IR_PROBLEM_DETAILS lists, the      *
*                  13-column ET_UR_PROBLEM_DETAILS view,                    *
*                  ET_SS/UR_NEXT_PROBLEM_NUMBER as EZITRAK066 uses them,    *
*                  the keyed child cursors                                  *
*                  ET_OC/FC/CC_PROBLEM_SOLUTION_DETAILS,                    *
*                  ..._PROBLEM_TEXT_DETAILS, ..._PROBLEM_CONTACT_DETAILS,   *
*                  ..._DOC_REFERENCE and ..._PROBLEM_ACCESS with their IR   *
*                  and DR modules, and the ET_SS/UR_PROBLEM_CONFIDENTIAL    *
*                  pair. No new SQL modules.                                *
*                                                                             *
*   NOTE         : the whole split runs inside one transaction - new        *
*                  problem inserted first, chosen lines inserted on it and  *
*                  deleted from the original second, original restamped     *
*                  last - so a failure part-way rolls everything back and   *
*                  no line is left on both tickets or on neither. Because   *
*                  the new problem's REF_PROBLEM_NUMBER names the original, *
*                  the original counts as a master incident for the         *
*                  post-incident review check at close, exactly as a merge  *
*                  survivor does.                                           *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK106.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SPLIT-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  SPLIT-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  SPLIT-REPORT-LINE                               PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"       from dictionary.
    copy "EZITRAK_CDD.PROBLEM_SOLUTION_DETAILS_REC" from dictionary.
    copy "EZITRAK_CDD.PROBLEM_TEXT_DETAILS_REC"  from dictionary.
    copy "EZITRAK_CDD.PROBLEM_CONTACT_DETAILS_REC" from dictionary.
    copy "EZITRAK_CDD.DOC_REFERENCE_REC"         from dictionary.
    copy "EZITRAK_CDD.PROBLEM_ACCESS_REC"        from dictionary.
    copy "EZITRAK_CDD.NEXT_PROBLEM_NUMBER_REC"   from dictionary.
    copy "EZITRAK_CDD.PROBLEM_HISTORY_REC"       from dictionary.
    copy "EZITRAK_CDD.PROBLEM_JOURNAL_REC"       from dictionary.
    copy "EZITRAK_CDD.USER_AUTHORITY_REC"        from dictionary.
    copy "EZITRAK_CDD.AUTH_REFUSAL_LOG_REC"      from dictionary.
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

 01  WS-ORIGINAL-TEXT                            PIC X(9).
 01  WS-ORIGINAL-NUM REDEFINES WS-ORIGINAL-TEXT  PIC 9(9).
 01  WS-TARGET-APPLICATION-ID                    PIC X(4).
 01  WS-NEW-PROBLEM-DESC                         PIC X(60).
 01  WS-ORIGINAL-NUMBER                          PIC 9(9).
 01  WS-NEW-NUMBER                               PIC 9(9).
 01  WS-PROBLEM-FOUND-FLAG                       PIC X.
 01  WS-SPLIT-OK-FLAG                            PIC X.
 01  WS-CONFIDENTIAL-FLAG                        PIC X.
 01  WS-CONF-RECORDER-ID                         PIC X(8).
 01  WS-CONF-ASSIGNED-ID                         PIC X(8).
 01  WS-SOL-NEXT-LINE                            PIC S9(4) COMP.
 01  WS-TEXT-NEXT-LINE                           PIC S9(4) COMP.
 01  WS-CONTACT-NEXT-LINE                        PIC S9(4) COMP.
 01  WS-DOC-NEXT-LINE                            PIC S9(4) COMP.
 01  WS-CARRIED-COUNT                            PIC S9(9) COMP VALUE 0.
 01  WS-UNMATCHED-COUNT                          PIC S9(9) COMP VALUE 0.

*   THE LINES TO MOVE, ONE SYS$COMMAND LINE EACH - A FAMILY LETTER
*   (S SOLUTION, T TEXT, C CONTACT, D DOCUMENT) AND A LINE NUMBER,
*   E.G. "S0003"; A BLANK LINE ENDS THE LIST
 01  WS-SELECT-TEXT.
     05  WS-SELECT-FAMILY                        PIC X.
     05  WS-SELECT-LINE-TEXT                     PIC X(4).
     05  WS-SELECT-LINE-NUM REDEFINES WS-SELECT-LINE-TEXT
                                                 PIC 9(4).
 01  WS-SELECT-DONE-FLAG                         PIC X.
 01  WS-SELECT-BAD-FLAG                          PIC X.
 01  WS-SELECT-FOUND-FLAG                        PIC X.
 01  WS-MATCH-FAMILY                             PIC X.
 01  WS-MATCH-LINE                               PIC 9(4).
 01  SELECT-COUNT                                PIC S9(4) COMP VALUE 0.
 01  SELECT-MAX                                  PIC S9(4) COMP VALUE 40.
 01  SELECT-TABLE.
     05  SELECT-ENTRY OCCURS 40 TIMES.
         10  SEL-FAMILY                          PIC X.
         10  SEL-LINE-NUMBER                     PIC 9(4).
         10  SEL-MATCHED-FLAG                    PIC X.
 01  SUB1                                        PIC S9(4) COMP.

 01  WS-DETAIL-LINE.
     05  FILLER                                  PIC X(8)  VALUE "PROBLEM ".
     05  WD-ORIGINAL-NUMBER                      PIC 9(9).
     05  FILLER                                  PIC X(17) VALUE
                                                    " SPLIT - PROBLEM ".
     05  WD-NEW-NUMBER                           PIC 9(9).
     05  FILLER                                  PIC X(10) VALUE
                                                    " CREATED (".
     05  WD-APPLICATION-ID                       PIC X(4).
     05  FILLER                                  PIC X(15) VALUE
                                                    ")  LINES MOVED=".
     05  WD-CARRIED-COUNT                        PIC ZZZZZZZZ9.

 01  WS-UNMATCHED-LINE.
     05  FILLER                                  PIC X(36) VALUE
                                   "LINE NOT ON THE ORIGINAL - NOT MOVED".
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WU-FAMILY                               PIC X.
     05  WU-LINE-NUMBER                          PIC 9(4).

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK106".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 2000-VALIDATE-REQUEST THRU 2000-VALIDATE-REQUEST-EXIT.

    IF WS-SPLIT-OK-FLAG = "Y"
        PERFORM 9100-WRITE-JOB-START
        PERFORM 3000-SPLIT-PROBLEM
        PERFORM 6100-PRINT-RESULT
        PERFORM 9200-WRITE-JOB-END
    END-IF.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO WS-CARRIED-COUNT.
    MOVE ZERO TO WS-UNMATCHED-COUNT.
    MOVE "N"  TO WS-SPLIT-OK-FLAG.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE SPACES TO WS-ORIGINAL-TEXT.
    ACCEPT WS-ORIGINAL-TEXT FROM SYS$COMMAND.

    MOVE SPACES TO WS-TARGET-APPLICATION-ID.
    ACCEPT WS-TARGET-APPLICATION-ID FROM SYS$COMMAND.

    MOVE SPACES TO WS-NEW-PROBLEM-DESC.
    ACCEPT WS-NEW-PROBLEM-DESC FROM SYS$COMMAND.

    MOVE ZERO TO SELECT-COUNT.
    MOVE "N"  TO WS-SELECT-DONE-FLAG.
    MOVE "N"  TO WS-SELECT-BAD-FLAG.
    PERFORM 1100-ACCEPT-ONE-SELECTION
        UNTIL WS-SELECT-DONE-FLAG = "Y"
           OR SELECT-COUNT = SELECT-MAX.

    OPEN OUTPUT SPLIT-REPORT-FILE.

    MOVE "PROBLEM SPLIT UTILITY" TO SPLIT-REPORT-LINE.
    WRITE SPLIT-REPORT-LINE.
    MOVE SPACES TO SPLIT-REPORT-LINE.
    WRITE SPLIT-REPORT-LINE.
*
1100-ACCEPT-ONE-SELECTION.
    MOVE SPACES TO WS-SELECT-TEXT.
    ACCEPT WS-SELECT-TEXT FROM SYS$COMMAND.

    IF WS-SELECT-TEXT = SPACES
        MOVE "Y" TO WS-SELECT-DONE-FLAG
    ELSE
        IF (WS-SELECT-FAMILY = "S" OR "T" OR "C" OR "D")
           AND WS-SELECT-LINE-TEXT IS NUMERIC
           AND WS-SELECT-LINE-NUM > ZERO
            ADD 1 TO SELECT-COUNT
            MOVE WS-SELECT-FAMILY   TO SEL-FAMILY      (SELECT-COUNT)
            MOVE WS-SELECT-LINE-NUM TO SEL-LINE-NUMBER (SELECT-COUNT)
            MOVE "N"                TO SEL-MATCHED-FLAG (SELECT-COUNT)
        ELSE
            MOVE "Y" TO WS-SELECT-BAD-FLAG
            MOVE "Y" TO WS-SELECT-DONE-FLAG
        END-IF
    END-IF.
/
2000-VALIDATE-REQUEST.
    IF WS-ORIGINAL-TEXT NOT NUMERIC
    OR WS-ORIGINAL-NUM = ZERO
    OR WS-TARGET-APPLICATION-ID = SPACES
        MOVE "PARAMETERS ARE THE ORIGINAL PROBLEM AND TARGET APPLICATION"
          TO SPLIT-REPORT-LINE
        WRITE SPLIT-REPORT-LINE
        GO TO 2000-VALIDATE-REQUEST-EXIT
    END-IF.

    IF WS-SELECT-BAD-FLAG = "Y"
        MOVE "EACH LINE TO MOVE IS S, T, C OR D AND A LINE NUMBER - E.G. S0003"
          TO SPLIT-REPORT-LINE
        WRITE SPLIT-REPORT-LINE
        GO TO 2000-VALIDATE-REQUEST-EXIT
    END-IF.

    IF SELECT-COUNT = ZERO
        MOVE "NO LINES CHOSEN TO MOVE ONTO THE NEW PROBLEM"
          TO SPLIT-REPORT-LINE
        WRITE SPLIT-REPORT-LINE
        GO TO 2000-VALIDATE-REQUEST-EXIT
    END-IF.

    MOVE WS-ORIGINAL-NUM TO WS-ORIGINAL-NUMBER.

    PERFORM 8980-CHECK-USER-AUTHORITY.

    IF AUTH_MASS_UPDATE OF USER_AUTHORITY_REC NOT = "Y"
        MOVE "NOT AUTHORISED FOR MASS UPDATE - REFUSAL LOGGED"
          TO SPLIT-REPORT-LINE
        WRITE SPLIT-REPORT-LINE
        PERFORM 8990-LOG-AUTH-REFUSAL
        GO TO 2000-VALIDATE-REQUEST-EXIT
    END-IF.

    PERFORM 7000-START_TRAN_RO.

    MOVE WS-ORIGINAL-NUMBER
      TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC.
    PERFORM 7400-PROBLEM-SS.

    IF WS-PROBLEM-FOUND-FLAG = "N"
        MOVE "ORIGINAL PROBLEM NOT ON FILE" TO SPLIT-REPORT-LINE
        WRITE SPLIT-REPORT-LINE
        PERFORM 7800-CMT_TRAN
        GO TO 2000-VALIDATE-REQUEST-EXIT
    END-IF.

    IF PROBLEM_STATUS OF PROBLEM_DETAILS_REC = "C"
        MOVE "ORIGINAL PROBLEM IS ALREADY CLOSED" TO SPLIT-REPORT-LINE
        WRITE SPLIT-REPORT-LINE
        PERFORM 7800-CMT_TRAN
        GO TO 2000-VALIDATE-REQUEST-EXIT
    END-IF.

    MOVE WS-TARGET-APPLICATION-ID
      TO APPLICATION_ID OF NEXT_PROBLEM_NUMBER_REC.

    CALL "ET_SS_NEXT_PROBLEM_NUMBER" USING SQLCA
                                     APPLICATION_ID OF NEXT_PROBLEM_NUMBER_REC
                                     PROBLEM_NUMBER OF NEXT_PROBLEM_NUMBER_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "TARGET APPLICATION HAS NO PROBLEM NUMBERING RANGE"
          TO SPLIT-REPORT-LINE
        WRITE SPLIT-REPORT-LINE
        MOVE ZERO TO SQLCODE
        PERFORM 7800-CMT_TRAN
        GO TO 2000-VALIDATE-REQUEST-EXIT
    WHEN OTHER
        DISPLAY "ERROR OF NEXT_PROBLEM_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.

    MOVE "Y" TO WS-SPLIT-OK-FLAG.
*
2000-VALIDATE-REQUEST-EXIT.
    EXIT.
/
3000-SPLIT-PROBLEM.
*   ONE TRANSACTION FOR THE WHOLE SPLIT - NEW PROBLEM INSERTED, CHOSEN
*   LINES ONTO IT AND OFF THE ORIGINAL, ORIGINAL STAMPED LAST - SO A
*   FAILURE PART-WAY ROLLS EVERYTHING BACK AND NOTHING IS HALF-MOVED
    PERFORM 7100-START_TRAN_RW.

    PERFORM 3100-CREATE-NEW-PROBLEM.

    MOVE ZERO TO WS-SOL-NEXT-LINE.
    MOVE ZERO TO WS-TEXT-NEXT-LINE.
    MOVE ZERO TO WS-CONTACT-NEXT-LINE.
    MOVE ZERO TO WS-DOC-NEXT-LINE.

    PERFORM 3300-MOVE-SOLUTION-LINES.
    PERFORM 3400-MOVE-TEXT-LINES.
    PERFORM 3500-MOVE-CONTACT-LINES.
    PERFORM 3600-MOVE-DOC-LINES.

    PERFORM 3700-MARK-ORIGINAL.

    PERFORM 7800-CMT_TRAN.
/
3100-CREATE-NEW-PROBLEM.
*   THE NEW PROBLEM STARTS AS A COPY OF THE ORIGINAL - SAME CALLER,
*   CONTACT DATE, PRIORITY AND ASSIGNEE - OPEN, UNDER THE TARGET
*   APPLICATION'S OWN NUMBERING, AND POINTING BACK AT THE ORIGINAL
    MOVE WS-ORIGINAL-NUMBER
      TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC.

    PERFORM 7400-PROBLEM-SS.

    IF WS-PROBLEM-FOUND-FLAG = "N"
        DISPLAY "ORIGINAL VANISHED MID-SPLIT" WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    PERFORM 3430-GET-CONFIDENTIAL-FLAG.

    MOVE WS-TARGET-APPLICATION-ID
      TO APPLICATION_ID OF PROBLEM_DETAILS_REC.

    PERFORM 5500-GET-NEXT-NUMBER.

    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC TO WS-NEW-NUMBER.

    MOVE "O"    TO PROBLEM_STATUS     OF PROBLEM_DETAILS_REC.
    MOVE ZERO   TO SOLVED_DATE        OF PROBLEM_DETAILS_REC.
    MOVE SPACES TO SLA_BREACH_REASON  OF PROBLEM_DETAILS_REC.
    MOVE SPACES TO CLOSE_CODE         OF PROBLEM_DETAILS_REC.
    MOVE SPACES TO PROGRESS_DESC      OF PROBLEM_DETAILS_REC.
    MOVE SPACES TO OTHER_SYSTEM_CODE  OF PROBLEM_DETAILS_REC.
    MOVE WS-ORIGINAL-NUMBER
      TO REF_PROBLEM_NUMBER OF PROBLEM_DETAILS_REC.

    IF WS-NEW-PROBLEM-DESC NOT = SPACES
        MOVE WS-NEW-PROBLEM-DESC TO PROBLEM_DESC OF PROBLEM_DETAILS_REC
    END-IF.

    PERFORM 7200-WRITE-PROB-RECORD.

*   THE NEW ROW'S FIRST IMAGE GOES ON THE JOURNAL TOO, SO EZITRAK068
*   CAN SHOW IT AS OF THE MOMENT IT WAS SPLIT OFF
    PERFORM 7310-JOURNAL-BEFORE-IMAGE.

    IF WS-CONFIDENTIAL-FLAG = "Y"
        PERFORM 3450-CARRY-CONFIDENTIAL
    END-IF.
*
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
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON CONFIDENTIAL_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3450-CARRY-CONFIDENTIAL.
*   LINES TAKEN FROM A CONFIDENTIAL TICKET STAY CONFIDENTIAL - THE
*   FLAG AND THE NAMED-PEOPLE LIST GO WITH THEM
    CALL "ET_UR_PROBLEM_CONFIDENTIAL" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 WS-CONFIDENTIAL-FLAG
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CONFIDENTIAL_UR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE WS-ORIGINAL-NUMBER
      TO PROBLEM_NUMBER OF PROBLEM_ACCESS_REC.

    CALL "ET_OC_PROBLEM_ACCESS" USING SQLCA
                         PROBLEM_NUMBER OF PROBLEM_ACCESS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_ACCESS_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3460-COPY-ONE-ACCESS UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_ACCESS" USING SQLCA.
    MOVE ZERO TO SQLCODE.
*
3460-COPY-ONE-ACCESS.
    CALL "ET_FC_PROBLEM_ACCESS" USING SQLCA
                         PERSON_ID   OF PROBLEM_ACCESS_REC
                         REC_USER    OF PROBLEM_ACCESS_REC
                         REC_TMSTAMP OF PROBLEM_ACCESS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE WS-NEW-NUMBER
          TO PROBLEM_NUMBER OF PROBLEM_ACCESS_REC
        CALL "ET_IR_PROBLEM_ACCESS" USING SQLCA
                         PROBLEM_NUMBER OF PROBLEM_ACCESS_REC
                         PERSON_ID      OF PROBLEM_ACCESS_REC
                         REC_USER       OF PROBLEM_ACCESS_REC
                         REC_TMSTAMP    OF PROBLEM_ACCESS_REC
        END-CALL
        IF NOT SQL_SUCCESS AND NOT SQL_DUPLICATE_IDX
            DISPLAY "ERROR ON PROBLEM_ACCESS_IR CODE=" SQLCODE
                    WITH CONVERSION
            GO TO 9900-EXIT
        END-IF
        MOVE WS-ORIGINAL-NUMBER
          TO PROBLEM_NUMBER OF PROBLEM_ACCESS_REC
        MOVE ZERO TO SQLCODE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_ACCESS_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3300-MOVE-SOLUTION-LINES.
    MOVE WS-ORIGINAL-NUMBER
      TO PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC.

    CALL "ET_OC_PROBLEM_SOLUTION_DETAILS" USING SQLCA
                         PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SOLUTION_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3310-MOVE-ONE-SOLUTION UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_SOLUTION_DETAILS" USING SQLCA.
    MOVE ZERO TO SQLCODE.
*
3310-MOVE-ONE-SOLUTION.
    CALL "ET_FC_PROBLEM_SOLUTION_DETAILS" USING SQLCA
                         LINE_NUMBER   OF PROBLEM_SOLUTION_DETAILS_REC
                         SOLUTION_DESC OF PROBLEM_SOLUTION_DETAILS_REC
                         ENTRY_TYPE    OF PROBLEM_SOLUTION_DETAILS_REC
                         MINUTES_SPENT OF PROBLEM_SOLUTION_DETAILS_REC
                         REC_USER      OF PROBLEM_SOLUTION_DETAILS_REC
                         REC_TMSTAMP   OF PROBLEM_SOLUTION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "S" TO WS-MATCH-FAMILY
        MOVE LINE_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC TO WS-MATCH-LINE
        PERFORM 3900-MATCH-SELECTION
        IF WS-SELECT-FOUND-FLAG = "Y"
            PERFORM 3320-CARRY-ONE-SOLUTION
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SOLUTION_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3320-CARRY-ONE-SOLUTION.
*   THE NEW PROBLEM'S LINES ARE NUMBERED FROM 1 IN THE ORDER READ
    ADD 1 TO WS-SOL-NEXT-LINE.

    MOVE WS-NEW-NUMBER
      TO PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC.
    MOVE WS-SOL-NEXT-LINE
      TO LINE_NUMBER    OF PROBLEM_SOLUTION_DETAILS_REC.

    CALL "ET_IR_PROBLEM_SOLUTION_DETAILS" USING SQLCA
                         PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
                         LINE_NUMBER    OF PROBLEM_SOLUTION_DETAILS_REC
                         SOLUTION_DESC  OF PROBLEM_SOLUTION_DETAILS_REC
                         ENTRY_TYPE     OF PROBLEM_SOLUTION_DETAILS_REC
                         MINUTES_SPENT  OF PROBLEM_SOLUTION_DETAILS_REC
                         REC_USER       OF PROBLEM_SOLUTION_DETAILS_REC
                         REC_TMSTAMP    OF PROBLEM_SOLUTION_DETAILS_REC
    END-CALL.

    IF NOT SQL_SUCCESS
        DISPLAY "ERROR ON SOLUTION_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    MOVE WS-ORIGINAL-NUMBER
      TO PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC.
    MOVE WS-MATCH-LINE
      TO LINE_NUMBER    OF PROBLEM_SOLUTION_DETAILS_REC.

    CALL "ET_DR_PROBLEM_SOLUTION_DETAILS" USING SQLCA
                         PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
                         LINE_NUMBER    OF PROBLEM_SOLUTION_DETAILS_REC
    END-CALL.

    IF NOT SQL_SUCCESS AND NOT SQL_NOT_FOUND
        DISPLAY "ERROR ON SOLUTION_DR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    MOVE ZERO TO SQLCODE.
    ADD 1 TO WS-CARRIED-COUNT.
/
3400-MOVE-TEXT-LINES.
    MOVE WS-ORIGINAL-NUMBER
      TO PROBLEM_NUMBER OF PROBLEM_TEXT_DETAILS_REC.

    CALL "ET_OC_PROBLEM_TEXT_DETAILS" USING SQLCA
                         PROBLEM_NUMBER OF PROBLEM_TEXT_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TEXT_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3410-MOVE-ONE-TEXT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_TEXT_DETAILS" USING SQLCA.
    MOVE ZERO TO SQLCODE.
*
3410-MOVE-ONE-TEXT.
    CALL "ET_FC_PROBLEM_TEXT_DETAILS" USING SQLCA
                         LINE_NUMBER OF PROBLEM_TEXT_DETAILS_REC
                         TEXT_DESC   OF PROBLEM_TEXT_DETAILS_REC
                         REC_USER    OF PROBLEM_TEXT_DETAILS_REC
                         REC_TMSTAMP OF PROBLEM_TEXT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "T" TO WS-MATCH-FAMILY
        MOVE LINE_NUMBER OF PROBLEM_TEXT_DETAILS_REC TO WS-MATCH-LINE
        PERFORM 3900-MATCH-SELECTION
        IF WS-SELECT-FOUND-FLAG = "Y"
            PERFORM 3420-CARRY-ONE-TEXT
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TEXT_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3420-CARRY-ONE-TEXT.
    ADD 1 TO WS-TEXT-NEXT-LINE.

    MOVE WS-NEW-NUMBER
      TO PROBLEM_NUMBER OF PROBLEM_TEXT_DETAILS_REC.
    MOVE WS-TEXT-NEXT-LINE
      TO LINE_NUMBER    OF PROBLEM_TEXT_DETAILS_REC.

    CALL "ET_IR_PROBLEM_TEXT_DETAILS" USING SQLCA
                         PROBLEM_NUMBER OF PROBLEM_TEXT_DETAILS_REC
                         LINE_NUMBER    OF PROBLEM_TEXT_DETAILS_REC
                         TEXT_DESC      OF PROBLEM_TEXT_DETAILS_REC
                         REC_USER       OF PROBLEM_TEXT_DETAILS_REC
                         REC_TMSTAMP    OF PROBLEM_TEXT_DETAILS_REC
    END-CALL.

    IF NOT SQL_SUCCESS
        DISPLAY "ERROR ON TEXT_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    MOVE WS-ORIGINAL-NUMBER
      TO PROBLEM_NUMBER OF PROBLEM_TEXT_DETAILS_REC.
    MOVE WS-MATCH-LINE
      TO LINE_NUMBER    OF PROBLEM_TEXT_DETAILS_REC.

    CALL "ET_DR_PROBLEM_TEXT_DETAILS" USING SQLCA
                         PROBLEM_NUMBER OF PROBLEM_TEXT_DETAILS_REC
                         LINE_NUMBER    OF PROBLEM_TEXT_DETAILS_REC
    END-CALL.

    IF NOT SQL_SUCCESS AND NOT SQL_NOT_FOUND
        DISPLAY "ERROR ON TEXT_DR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    MOVE ZERO TO SQLCODE.
    ADD 1 TO WS-CARRIED-COUNT.
/
3500-MOVE-CONTACT-LINES.
    MOVE WS-ORIGINAL-NUMBER
      TO PROBLEM_NUMBER OF PROBLEM_CONTACT_DETAILS_REC.

    CALL "ET_OC_PROBLEM_CONTACT_DETAILS" USING SQLCA
                         PROBLEM_NUMBER OF PROBLEM_CONTACT_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CONTACT_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3510-MOVE-ONE-CONTACT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_CONTACT_DETAILS" USING SQLCA.
    MOVE ZERO TO SQLCODE.
*
3510-MOVE-ONE-CONTACT.
    CALL "ET_FC_PROBLEM_CONTACT_DETAILS" USING SQLCA
                         LINE_NUMBER       OF PROBLEM_CONTACT_DETAILS_REC
                         CONTACT_PERSON_ID OF PROBLEM_CONTACT_DETAILS_REC
                         CONTACT_DEVICE    OF PROBLEM_CONTACT_DETAILS_REC
                         REC_USER          OF PROBLEM_CONTACT_DETAILS_REC
                         REC_TMSTAMP       OF PROBLEM_CONTACT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "C" TO WS-MATCH-FAMILY
        MOVE LINE_NUMBER OF PROBLEM_CONTACT_DETAILS_REC TO WS-MATCH-LINE
        PERFORM 3900-MATCH-SELECTION
        IF WS-SELECT-FOUND-FLAG = "Y"
            PERFORM 3520-CARRY-ONE-CONTACT
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CONTACT_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3520-CARRY-ONE-CONTACT.
    ADD 1 TO WS-CONTACT-NEXT-LINE.

    MOVE WS-NEW-NUMBER
      TO PROBLEM_NUMBER OF PROBLEM_CONTACT_DETAILS_REC.
    MOVE WS-CONTACT-NEXT-LINE
      TO LINE_NUMBER    OF PROBLEM_CONTACT_DETAILS_REC.

    CALL "ET_IR_PROBLEM_CONTACT_DETAILS" USING SQLCA
                         PROBLEM_NUMBER    OF PROBLEM_CONTACT_DETAILS_REC
                         LINE_NUMBER       OF PROBLEM_CONTACT_DETAILS_REC
                         CONTACT_PERSON_ID OF PROBLEM_CONTACT_DETAILS_REC
                         CONTACT_DEVICE    OF PROBLEM_CONTACT_DETAILS_REC
                         REC_USER          OF PROBLEM_CONTACT_DETAILS_REC
                         REC_TMSTAMP       OF PROBLEM_CONTACT_DETAILS_REC
    END-CALL.

    IF NOT SQL_SUCCESS
        DISPLAY "ERROR ON CONTACT_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    MOVE WS-ORIGINAL-NUMBER
      TO PROBLEM_NUMBER OF PROBLEM_CONTACT_DETAILS_REC.
    MOVE WS-MATCH-LINE
      TO LINE_NUMBER    OF PROBLEM_CONTACT_DETAILS_REC.

    CALL "ET_DR_PROBLEM_CONTACT_DETAILS" USING SQLCA
                         PROBLEM_NUMBER OF PROBLEM_CONTACT_DETAILS_REC
                         LINE_NUMBER    OF PROBLEM_CONTACT_DETAILS_REC
    END-CALL.

    IF NOT SQL_SUCCESS AND NOT SQL_NOT_FOUND
        DISPLAY "ERROR ON CONTACT_DR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    MOVE ZERO TO SQLCODE.
    ADD 1 TO WS-CARRIED-COUNT.
/
3600-MOVE-DOC-LINES.
    MOVE WS-ORIGINAL-NUMBER
      TO PROBLEM_NUMBER OF DOC_REFERENCE_REC.

    CALL "ET_OC_DOC_REFERENCE" USING SQLCA
                         PROBLEM_NUMBER OF DOC_REFERENCE_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON DOC_REF_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3610-MOVE-ONE-DOC UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_DOC_REFERENCE" USING SQLCA.
    MOVE ZERO TO SQLCODE.
*
3610-MOVE-ONE-DOC.
    CALL "ET_FC_DOC_REFERENCE" USING SQLCA
                         LINE_NUMBER        OF DOC_REFERENCE_REC
                         DOC_TYPE           OF DOC_REFERENCE_REC
                         DOC_REFERENCE_TEXT OF DOC_REFERENCE_REC
                         DOC_DESC           OF DOC_REFERENCE_REC
                         REC_USER           OF DOC_REFERENCE_REC
                         REC_TMSTAMP        OF DOC_REFERENCE_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "D" TO WS-MATCH-FAMILY
        MOVE LINE_NUMBER OF DOC_REFERENCE_REC TO WS-MATCH-LINE
        PERFORM 3900-MATCH-SELECTION
        IF WS-SELECT-FOUND-FLAG = "Y"
            PERFORM 3620-CARRY-ONE-DOC
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON DOC_REF_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3620-CARRY-ONE-DOC.
    ADD 1 TO WS-DOC-NEXT-LINE.

    MOVE WS-NEW-NUMBER
      TO PROBLEM_NUMBER OF DOC_REFERENCE_REC.
    MOVE WS-DOC-NEXT-LINE
      TO LINE_NUMBER    OF DOC_REFERENCE_REC.

    CALL "ET_IR_DOC_REFERENCE" USING SQLCA
                         PROBLEM_NUMBER     OF DOC_REFERENCE_REC
                         LINE_NUMBER        OF DOC_REFERENCE_REC
                         DOC_TYPE           OF DOC_REFERENCE_REC
                         DOC_REFERENCE_TEXT OF DOC_REFERENCE_REC
                         DOC_DESC           OF DOC_REFERENCE_REC
                         REC_USER           OF DOC_REFERENCE_REC
                         REC_TMSTAMP        OF DOC_REFERENCE_REC
    END-CALL.

    IF NOT SQL_SUCCESS
        DISPLAY "ERROR ON DOC_REF_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    MOVE WS-ORIGINAL-NUMBER
      TO PROBLEM_NUMBER OF DOC_REFERENCE_REC.
    MOVE WS-MATCH-LINE
      TO LINE_NUMBER    OF DOC_REFERENCE_REC.

    CALL "ET_DR_DOC_REFERENCE" USING SQLCA
                         PROBLEM_NUMBER OF DOC_REFERENCE_REC
                         LINE_NUMBER    OF DOC_REFERENCE_REC
    END-CALL.

    IF NOT SQL_SUCCESS AND NOT SQL_NOT_FOUND
        DISPLAY "ERROR ON DOC_REF_DR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    MOVE ZERO TO SQLCODE.
    ADD 1 TO WS-CARRIED-COUNT.
/
3700-MARK-ORIGINAL.
*   THE ORIGINAL KEEPS ITS OWN STATUS AND REFERENCE - IT IS RESTAMPED
*   WITH A JOURNAL BEFORE-IMAGE AND A HISTORY ROW SO ITS TIMELINE
*   SHOWS WHEN THE LINES LEFT
    MOVE WS-ORIGINAL-NUMBER
      TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC.

    PERFORM 7400-PROBLEM-SS.

    IF WS-PROBLEM-FOUND-FLAG = "N"
        DISPLAY "ORIGINAL VANISHED MID-SPLIT" WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    PERFORM 7310-JOURNAL-BEFORE-IMAGE.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF PROBLEM_DETAILS_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF PROBLEM_DETAILS_REC.

    CALL "ET_UR_PROBLEM_DETAILS" USING SQLCA
                                 PROBLEM_NUMBER       OF PROBLEM_DETAILS_REC
                                 PROBLEM_STATUS       OF PROBLEM_DETAILS_REC
                                 PERSON_ASSIGNED_ID   OF PROBLEM_DETAILS_REC
                                 PERSON_REDIRECTED_ID OF PROBLEM_DETAILS_REC
                                 EST_TO_COMPLETE_DAYS OF PROBLEM_DETAILS_REC
                                 PROGRESS_DESC        OF PROBLEM_DETAILS_REC
                                 SOLVED_DATE          OF PROBLEM_DETAILS_REC
                                 REF_PROBLEM_NUMBER   OF PROBLEM_DETAILS_REC
                                 SLA_BREACH_REASON    OF PROBLEM_DETAILS_REC
                                 CLOSE_CODE           OF PROBLEM_DETAILS_REC
                                 REC_USER             OF PROBLEM_DETAILS_REC
                                 REC_TMSTAMP          OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 7250-RECORD-PROBLEM-HISTORY
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_UR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3900-MATCH-SELECTION.
    MOVE "N" TO WS-SELECT-FOUND-FLAG.

    PERFORM 3910-MATCH-ONE-SELECTION VARYING SUB1 FROM 1 BY 1
                           UNTIL SUB1 > SELECT-COUNT
                              OR WS-SELECT-FOUND-FLAG = "Y".
*
3910-MATCH-ONE-SELECTION.
    IF SEL-FAMILY (SUB1) = WS-MATCH-FAMILY
       AND SEL-LINE-NUMBER (SUB1) = WS-MATCH-LINE
        MOVE "Y" TO WS-SELECT-FOUND-FLAG
        MOVE "Y" TO SEL-MATCHED-FLAG (SUB1).
/
5500-GET-NEXT-NUMBER.
    MOVE APPLICATION_ID OF PROBLEM_DETAILS_REC
      TO APPLICATION_ID OF NEXT_PROBLEM_NUMBER_REC.

    PERFORM 7500-NEXT-PROBLEM_SS.

    MOVE PROBLEM_NUMBER OF NEXT_PROBLEM_NUMBER_REC
      TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC.

    ADD 1 TO PROBLEM_NUMBER OF NEXT_PROBLEM_NUMBER_REC.

    PERFORM 7600-NEXT-PROBLEM_UR.
/
6100-PRINT-RESULT.
    MOVE WS-ORIGINAL-NUMBER       TO WD-ORIGINAL-NUMBER.
    MOVE WS-NEW-NUMBER            TO WD-NEW-NUMBER.
    MOVE WS-TARGET-APPLICATION-ID TO WD-APPLICATION-ID.
    MOVE WS-CARRIED-COUNT         TO WD-CARRIED-COUNT.

    MOVE WS-DETAIL-LINE TO SPLIT-REPORT-LINE.
    WRITE SPLIT-REPORT-LINE.

    PERFORM 6150-PRINT-ONE-UNMATCHED VARYING SUB1 FROM 1 BY 1
                                UNTIL SUB1 > SELECT-COUNT.
*
6150-PRINT-ONE-UNMATCHED.
    IF SEL-MATCHED-FLAG (SUB1) = "N"
        ADD 1 TO WS-UNMATCHED-COUNT
        MOVE SEL-FAMILY      (SUB1) TO WU-FAMILY
        MOVE SEL-LINE-NUMBER (SUB1) TO WU-LINE-NUMBER
        MOVE WS-UNMATCHED-LINE      TO SPLIT-REPORT-LINE
        WRITE SPLIT-REPORT-LINE
    END-IF.
/
7200-WRITE-PROB-RECORD.
    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF PROBLEM_DETAILS_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF PROBLEM_DETAILS_REC.

    CALL "ET_IR_PROBLEM_DETAILS" USING SQLCA
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
        PERFORM 7250-RECORD-PROBLEM-HISTORY
    WHEN SQL_DUPLICATE_IDX
        DISPLAY "NEW PROBLEM NUMBER ALREADY ON FILE - NUMBERING RANGE "
                "NEEDS CHECKING" WITH CONVERSION
        GO TO 9900-EXIT
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
7310-JOURNAL-BEFORE-IMAGE.
*   PROBLEM_DETAILS_REC HOLDS THE ROW AS JUST RE-READ - JOURNAL THE
*   COMPLETE BEFORE IMAGE AHEAD OF THE REWRITE SO EZITRAK068 CAN
*   RECONSTRUCT THE RECORD AS OF ANY DATE
    MOVE CORRESPONDING
         PROBLEM_DETAILS_REC TO PROBLEM_JOURNAL_REC.

    CALL "SYS$GETTIM" USING
        BY REFERENCE JOURNAL_TMSTAMP OF PROBLEM_JOURNAL_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO JOURNAL_USER OF PROBLEM_JOURNAL_REC.

    CALL "ET_IR_PROBLEM_JOURNAL" USING SQLCA
                             PROBLEM_NUMBER       OF PROBLEM_JOURNAL_REC
                             JOURNAL_TMSTAMP      OF PROBLEM_JOURNAL_REC
                             PROBLEM_STATUS       OF PROBLEM_JOURNAL_REC
                             PRIORITY_ID          OF PROBLEM_JOURNAL_REC
                             APPLICATION_ID       OF PROBLEM_JOURNAL_REC
                             SITE_ID              OF PROBLEM_JOURNAL_REC
                             PROBLEM_DESC         OF PROBLEM_JOURNAL_REC
                             RECORDING_PERSON_ID  OF PROBLEM_JOURNAL_REC
                             CONTACT_DATE         OF PROBLEM_JOURNAL_REC
                             CONTACT_PERSON_ID    OF PROBLEM_JOURNAL_REC
                             CONTACT_DEVICE       OF PROBLEM_JOURNAL_REC
                             PERSON_ASSIGNED_ID   OF PROBLEM_JOURNAL_REC
                             PERSON_REDIRECTED_ID OF PROBLEM_JOURNAL_REC
                             OTHER_SYSTEM_CODE    OF PROBLEM_JOURNAL_REC
                             EST_TO_COMPLETE_DAYS OF PROBLEM_JOURNAL_REC
                             PROGRESS_DESC        OF PROBLEM_JOURNAL_REC
                             SOLVED_DATE          OF PROBLEM_JOURNAL_REC
                             REF_PROBLEM_NUMBER   OF PROBLEM_JOURNAL_REC
                             JOURNAL_USER         OF PROBLEM_JOURNAL_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_JOURNAL_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
/
7250-RECORD-PROBLEM-HISTORY.
    MOVE PROBLEM_NUMBER       OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER       OF PROBLEM_HISTORY_REC.
    MOVE PROBLEM_STATUS       OF PROBLEM_DETAILS_REC
      TO PROBLEM_STATUS       OF PROBLEM_HISTORY_REC.
    MOVE PRIORITY_ID          OF PROBLEM_DETAILS_REC
      TO PRIORITY_ID          OF PROBLEM_HISTORY_REC.
    MOVE PERSON_ASSIGNED_ID   OF PROBLEM_DETAILS_REC
      TO PERSON_ASSIGNED_ID   OF PROBLEM_HISTORY_REC.
    MOVE PERSON_REDIRECTED_ID OF PROBLEM_DETAILS_REC
      TO PERSON_REDIRECTED_ID OF PROBLEM_HISTORY_REC.
    MOVE REC_USER             OF PROBLEM_DETAILS_REC
      TO REC_USER             OF PROBLEM_HISTORY_REC.
    MOVE REC_TMSTAMP          OF PROBLEM_DETAILS_REC
      TO REC_TMSTAMP          OF PROBLEM_HISTORY_REC.

    CALL "ET_IR_PROBLEM_HISTORY" USING SQLCA
                                PROBLEM_NUMBER       OF PROBLEM_HISTORY_REC
                                REC_TMSTAMP          OF PROBLEM_HISTORY_REC
                                PROBLEM_STATUS       OF PROBLEM_HISTORY_REC
                                PRIORITY_ID          OF PROBLEM_HISTORY_REC
                                PERSON_ASSIGNED_ID   OF PROBLEM_HISTORY_REC
                                PERSON_REDIRECTED_ID OF PROBLEM_HISTORY_REC
                                REC_USER             OF PROBLEM_HISTORY_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_HIST_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
7400-PROBLEM-SS.
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
                                 SLA_BREACH_REASON    OF PROBLEM_DETAILS_REC
                                 CLOSE_CODE           OF PROBLEM_DETAILS_REC
                                 REC_USER             OF PROBLEM_DETAILS_REC
                                 REC_TMSTAMP          OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO WS-PROBLEM-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO WS-PROBLEM-FOUND-FLAG
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
7500-NEXT-PROBLEM_SS.
    CALL "ET_SS_NEXT_PROBLEM_NUMBER" USING SQLCA
                                     APPLICATION_ID OF NEXT_PROBLEM_NUMBER_REC
                                     PROBLEM_NUMBER OF NEXT_PROBLEM_NUMBER_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF NEXT_PROBLEM_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
7600-NEXT-PROBLEM_UR.
    CALL "ET_UR_NEXT_PROBLEM_NUMBER" USING SQLCA
                                     APPLICATION_ID OF NEXT_PROBLEM_NUMBER_REC
                                     PROBLEM_NUMBER OF NEXT_PROBLEM_NUMBER_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF NEXT_PROBLEM_UR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
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
    CLOSE SPLIT-REPORT-FILE.
*
8600-GET-TIME.
    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
*
8980-CHECK-USER-AUTHORITY.
    PERFORM 7000-START_TRAN_RO.

    PERFORM 8700-GET-USER.

    MOVE CURRENT_USER_ID TO PERSON_ID OF USER_AUTHORITY_REC.

    CALL "ET_SS_USER_AUTHORITY" USING SQLCA
                                 PERSON_ID            OF USER_AUTHORITY_REC
                                 AUTH_DELETE          OF USER_AUTHORITY_REC
                                 AUTH_MASS_UPDATE     OF USER_AUTHORITY_REC
                                 AUTH_LOOKUP_MAINT    OF USER_AUTHORITY_REC
                                 AUTH_ARCHIVE_RESTORE OF USER_AUTHORITY_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO AUTH_DELETE          OF USER_AUTHORITY_REC
        MOVE "N" TO AUTH_MASS_UPDATE     OF USER_AUTHORITY_REC
        MOVE "N" TO AUTH_LOOKUP_MAINT    OF USER_AUTHORITY_REC
        MOVE "N" TO AUTH_ARCHIVE_RESTORE OF USER_AUTHORITY_REC
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON USER_AUTH_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
8990-LOG-AUTH-REFUSAL.
    PERFORM 7100-START_TRAN_RW.

    MOVE "EZITRAK106"   TO PROGRAM_NAME  OF AUTH_REFUSAL_LOG_REC.
    MOVE CURRENT_USER_ID TO PERSON_ID     OF AUTH_REFUSAL_LOG_REC.
    MOVE "MASS-UPDATE"   TO FUNCTION_CODE OF AUTH_REFUSAL_LOG_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP  OF AUTH_REFUSAL_LOG_REC.

    CALL "ET_IR_AUTH_REFUSAL_LOG" USING SQLCA
                                 PROGRAM_NAME  OF AUTH_REFUSAL_LOG_REC
                                 PERSON_ID     OF AUTH_REFUSAL_LOG_REC
                                 FUNCTION_CODE OF AUTH_REFUSAL_LOG_REC
                                 REC_TMSTAMP   OF AUTH_REFUSAL_LOG_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON AUTH_REFUSAL_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.
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
    MOVE SELECT-COUNT       TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE WS-CARRIED-COUNT   TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE WS-UNMATCHED-COUNT TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK106 ****************
