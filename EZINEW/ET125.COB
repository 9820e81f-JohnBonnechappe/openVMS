IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK125                                                 *
*   Program Name : Training Database Refresh                                  *
*   Summary      : Turns a fresh copy of live into a training database        *
*                  that is safe to hand to new help desk staff. The copy      *
*                  itself is made the DR way - the latest EZITRAK123          *
*                  export reloaded by EZITRAK124 with the EZITRAK             *
*                  database pointed at the training database - and this       *
*                  job then runs against that same database. It refuses       *
*                  to start unless the operator keys TRAINING at the          *
*                  second ACCEPT ... FROM SYS$COMMAND prompt and the          *
*                  database holds a completed, balanced EZITRAK124 load,      *
*                  so live can never be masked by mistake. The first          *
*                  prompt is the slice in days (TRAINING-SLICE-DAYS,          *
*                  DEFAULT-SLICE-DAYS when omitted or non-numeric):           *
*                  problems logged before it are deleted with every row       *
*                  of every other table that hangs off their                  *
*                  PROBLEM_NUMBER. Every person then gets a fake              *
*                  PERSON_DESC ("USER nnnn") and PERSON_PHONE built from      *
*                  their place in PERSON_ID order, so one person is the       *
*                  same made-up user wherever the data joins. Their           *
*                  names and mail addresses are scrubbed out of               *
*                  PROBLEM_DESC, PROGRESS_DESC, the extended text lines       *
*                  and the solution lines, each name word becoming that       *
*                  person's "USER nnnn" and anything with an "@" in it        *
*                  "ADDRESS REMOVED". Every PERSON_EMAIL, PAGER_NUMBER        *
*                  and vendor ESCALATION_EMAIL is blanked - the mailers       *
*                  and pager feeds all skip a blank destination - and         *
*                  NOTIFICATION_QUEUE is emptied, so nothing sent from        *
*                  training can leave the machine. The SYS$PRINT control      *
*                  report gives every table's row count as loaded and as      *
*                  kept, then re-reads the masked data to prove no            *
*                  destination is left and no real mail address remains       *
*                  in the text; if any does the run ends "TRAINING DATA       *
*                  NOT CLEAN" with JOB_RUN_LOG marked failed.                 *
*                                                                             *
*   TABLES  USED : every EZITRAK base table (Delete - outside the slice)      *
*                  PROBLEM_DETAILS      (Update)                              *
*                  PROBLEM_TEXT_DETAILS (Update)                              *
*                  PROBLEM_SOLUTION_DETAILS (Update)                          *
*                  PERSON_DETAILS       (Update)                              *
*                  VENDOR_DETAILS       (Update)                              *
*                  NOTIFICATION_QUEUE   (Delete)                              *
*                  BATCH_CHECKPOINT     (Input)                               *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : new modules a DBA/CDD maintainer needs to generate:      *
*                  ET_DR_PROBLEM_BEFORE (a cutoff in - DELETE FROM          *
*                  PROBLEM_DETAILS WHERE CONTACT_DATE < the cutoff),        *
*                  ET_DR_TABLE_ORPHANS (TABLE_NAME in - a dynamic DELETE of *
*                  the table's rows whose PROBLEM_NUMBER is no longer in    *
*                  PROBLEM_DETAILS, returning not-found for a table without *
*                  that column), the cursor ET_OC/FC/CC_PROBLEM_DESC        *
*                  (PROBLEM_NUMBER, PROBLEM_DESC and PROGRESS_DESC of every *
*                  PROBLEM_DETAILS row), ET_UR_PROBLEM_DESC (the same three *
*                  in) and ET_UR_PERSON_PAGER (PERSON_ID, PAGER_NUMBER and  *
*                  PAGE_FLAG in - the ET_SS_PERSON_PAGER pair). The table   *
*                  list and counts use EZITRAK121's ET_OC/FC/CC_USER_TABLES *
*                  and ET_SS_TABLE_ROW_COUNT, and the queue is emptied with *
*                  EZITRAK124's ET_DR_TABLE_ALL. The ARCHIVED_ tables empty *
*                  as a result of the slice, their problems being gone from *
*                  PROBLEM_DETAILS.                                         *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK125.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRAINING-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  TRAINING-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  TRAINING-REPORT-LINE                        PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"          from dictionary.
    copy "EZITRAK_CDD.PROBLEM_TEXT_DETAILS_REC"     from dictionary.
    copy "EZITRAK_CDD.PROBLEM_SOLUTION_DETAILS_REC" from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"           from dictionary.
    copy "EZITRAK_CDD.VENDOR_DETAILS_REC"           from dictionary.
    copy "EZITRAK_CDD.BATCH_CHECKPOINT_REC"         from dictionary.
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


 01  WS-SLICE-DAYS-TEXT                          PIC X(4).
 01  WS-SLICE-DAYS-NUM REDEFINES WS-SLICE-DAYS-TEXT PIC 9(4).
 01  TRAINING-SLICE-DAYS                         PIC S9(9) COMP.
 01  DEFAULT-SLICE-DAYS                          PIC S9(9) COMP VALUE 180.
 01  SLICE-CUTOFF-BIN                            PIC S9(11)V9(7) COMP.
 01  WS-SLICE-SPAN-BIN                           PIC S9(11)V9(7) COMP.

 01  WS-CONFIRM-TEXT                             PIC X(8).
 01  LOAD-JOB-NAME                               PIC X(12) VALUE "EZITRAK124".

 01  DR-TABLE-NAME                               PIC X(31).
 01  TABLE-ROW-COUNT                             PIC S9(9) COMP.
 01  TABLE-COUNT-MODE                            PIC X.

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB2                                        PIC S9(4) COMP.
 01  TABLE-NAME-COUNT                            PIC S9(4) COMP.
 01  TABLE-NAME-MAX                              PIC S9(4) COMP VALUE 300.
 01  TABLE-NAME-TABLE.
     05  TABLE-NAME-ENTRY OCCURS 300 TIMES.
         10  TN-TABLE-NAME                       PIC X(31).
         10  TN-LOADED-ROWS                      PIC S9(9) COMP.
         10  TN-KEPT-ROWS                        PIC S9(9) COMP.

*   EVERY PERSON AS LOADED - THE REAL VALUES STAY HERE FOR THE
*   SCRUB AND THE CHECK, THE TABLE ITSELF ONLY EVER GETS THE FAKES
 01  PERSON-COUNT                                PIC S9(4) COMP.
 01  PERSON-MAX                                  PIC S9(4) COMP VALUE 2000.
 01  PERSON-TABLE.
     05  PERSON-ENTRY OCCURS 2000 TIMES.
         10  PT-PERSON-ID                        PIC X(8).
         10  PT-PERSON-DESC                      PIC X(60).
         10  PT-PERSON-EMAIL                     PIC X(60).
         10  PT-AWAY-FROM-DATE                   PIC S9(11)V9(7) COMP.
         10  PT-BACK-ON-DATE                     PIC S9(11)V9(7) COMP.
         10  PT-REC-USER                         PIC X(8).
         10  PT-REC-TMSTAMP                      PIC S9(11)V9(7) COMP.

 01  VENDOR-COUNT                                PIC S9(4) COMP.
 01  VENDOR-MAX                                  PIC S9(4) COMP VALUE 500.
 01  VENDOR-TABLE.
     05  VENDOR-ENTRY OCCURS 500 TIMES.
         10  VT-VENDOR-CODE                      PIC X(8).
         10  VT-VENDOR-NAME                      PIC X(60).
         10  VT-ESCALATION-PHONE                 PIC X(30).
         10  VT-TURNAROUND-DAYS                  PIC S9(4) COMP.
         10  VT-REC-USER                         PIC X(8).
         10  VT-REC-TMSTAMP                      PIC S9(11)V9(7) COMP.

*   EVERY WORD OF EVERY REAL NAME, AND EVERY LOCAL MAIL USERNAME, IN
*   ASCENDING ORDER FOR THE BISECTING LOOKUP. NW-PERSON-SUB IS ZERO
*   WHERE TWO PEOPLE SHARE THE WORD. NW-KIND "E" MARKS A MAIL NAME.
 01  NAME-WORD-COUNT                             PIC S9(4) COMP.
 01  NAME-WORD-MAX                               PIC S9(4) COMP VALUE 9000.
 01  NAME-WORD-TABLE.
     05  NAME-WORD-ENTRY OCCURS 9000 TIMES.
         10  NW-WORD                             PIC X(30).
         10  NW-PERSON-SUB                       PIC S9(4) COMP.
         10  NW-KIND                             PIC X.
 01  NAME-WORD-FULL-FLAG                         PIC X.

*   ONE PROBLEM'S TEXT OR SOLUTION LINES, HELD WHILE THEY ARE SCRUBBED
 01  LINE-COUNT                                  PIC S9(4) COMP.
 01  LINE-MAX                                    PIC S9(4) COMP VALUE 999.
 01  LINE-TABLE.
     05  LINE-ENTRY OCCURS 999 TIMES.
         10  LT-LINE-NUMBER                      PIC 9(4).
         10  LT-LINE-TEXT                        PIC X(60).
         10  LT-ENTRY-TYPE                       PIC X.
         10  LT-MINUTES-SPENT                    PIC 9(5).
         10  LT-REC-USER                         PIC X(8).
         10  LT-REC-TMSTAMP                      PIC S9(11)V9(7) COMP.
         10  LT-CHANGED-FLAG                     PIC X.

*   THE TEXT SCRUBBER - SCAN-MODE "B" BUILDS THE NAME WORDS, "S"
*   SCRUBS SCAN-TEXT IN PLACE, "V" ONLY COUNTS WHAT IS LEFT
 01  SCAN-MODE                                   PIC X.
 01  SCAN-TEXT                                   PIC X(60).
 01  SCAN-UPPER                                  PIC X(60).
 01  SCAN-OUT                                    PIC X(120).
 01  SCAN-WORD                                   PIC X(60).
 01  SCAN-CHAR                                   PIC X.
 01  SCAN-CHANGED-FLAG                           PIC X.
 01  WORD-CHAR-FLAG                              PIC X.
 01  SCAN-POS                                    PIC S9(4) COMP.
 01  WORD-START                                  PIC S9(4) COMP.
 01  WORD-LEN                                    PIC S9(4) COMP.
 01  OUT-PTR                                     PIC S9(4) COMP.
 01  PREV-TAG-PERSON                             PIC S9(4) COMP.
 01  PREV-TAG-END-PTR                            PIC S9(4) COMP.
 01  SCAN-PERSON-SUB                             PIC S9(4) COMP.
 01  SCAN-WORD-KIND                              PIC X.
 01  AT-SIGN-COUNT                               PIC S9(4) COMP.
 01  FOUND-SUB                                   PIC S9(4) COMP.
 01  BISECT-LOW                                  PIC S9(4) COMP.
 01  BISECT-HIGH                                 PIC S9(4) COMP.
 01  BISECT-MID                                  PIC S9(4) COMP.
 01  INSERT-SUB                                  PIC S9(4) COMP.
 01  LOWER-CASE-LETTERS                          PIC X(26) VALUE
                                         "abcdefghijklmnopqrstuvwxyz".
 01  UPPER-CASE-LETTERS                          PIC X(26) VALUE
                                         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

 01  WS-EMAIL-PARTS.
     05  WS-EMAIL-PART OCCURS 4 TIMES            PIC X(60).
 01  WS-EMAIL-PART-COUNT                         PIC S9(4) COMP.

 01  WS-TAG-TEXT                                 PIC X(9).
 01  WS-TAG-NUMBER                               PIC 9(4).
 01  WS-FAKE-PHONE                               PIC X(8).

 01  PROBLEMS-SCANNED-COUNT                      PIC S9(9) COMP VALUE 0.
 01  LINES-SCANNED-COUNT                         PIC S9(9) COMP VALUE 0.
 01  FIELDS-SCRUBBED-COUNT                       PIC S9(9) COMP VALUE 0.
 01  PEOPLE-MASKED-COUNT                         PIC S9(9) COMP VALUE 0.
 01  VENDORS-MASKED-COUNT                        PIC S9(9) COMP VALUE 0.

*   WHAT THE CHECK FINDS LEFT - ALL MUST BE ZERO
 01  LEFT-PERSON-EMAIL-COUNT                     PIC S9(9) COMP VALUE 0.
 01  LEFT-PAGER-COUNT                            PIC S9(9) COMP VALUE 0.
 01  LEFT-VENDOR-EMAIL-COUNT                     PIC S9(9) COMP VALUE 0.
 01  LEFT-QUEUE-COUNT                            PIC S9(9) COMP VALUE 0.
 01  LEFT-AT-SIGN-COUNT                          PIC S9(9) COMP VALUE 0.
 01  LEFT-REAL-ADDRESS-COUNT                     PIC S9(9) COMP VALUE 0.
 01  NOT-CLEAN-COUNT                             PIC S9(9) COMP VALUE 0.

 01  WS-DETAIL-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-TABLE-NAME                           PIC X(31).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-LOADED-ROWS                          PIC ZZZ,ZZZ,ZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-KEPT-ROWS                            PIC ZZZ,ZZZ,ZZ9.

 01  WS-HEADING-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  FILLER                                  PIC X(31) VALUE "TABLE".
     05  FILLER                                  PIC X(13) VALUE
                                                    "  ROWS LOADED".
     05  FILLER                                  PIC X(13) VALUE
                                                    "    ROWS KEPT".

 01  WS-COUNT-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WC-CAPTION                              PIC X(40).
     05  WC-COUNT                                PIC ZZZ,ZZZ,ZZ9.

 01  WS-VERDICT-LINE                             PIC X(60).

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK125".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 1100-CHECK-TRAINING-TARGET.

    PERFORM 9100-WRITE-JOB-START.

    OPEN OUTPUT TRAINING-REPORT-FILE.

    MOVE "TRAINING DATABASE REFRESH" TO TRAINING-REPORT-LINE.
    WRITE TRAINING-REPORT-LINE.
    MOVE SPACES TO TRAINING-REPORT-LINE.
    WRITE TRAINING-REPORT-LINE.

    PERFORM 2000-TRIM-TO-SLICE.

    PERFORM 3000-MASK-PEOPLE.

    PERFORM 3500-MASK-VENDORS.

    PERFORM 4000-SCRUB-PROBLEM-TEXT.

    PERFORM 5000-CHECK-MASKED-DATA.

    PERFORM 6100-PRINT-TOTALS.

*   TRAINING IS ONLY HANDED OVER IF THE CHECK FOUND NOTHING LEFT
    IF NOT-CLEAN-COUNT > ZERO
        PERFORM 9250-WRITE-JOB-FAILURE
    ELSE
        PERFORM 9200-WRITE-JOB-END
    END-IF.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO TABLE-NAME-COUNT.
    MOVE ZERO TO PERSON-COUNT.
    MOVE ZERO TO VENDOR-COUNT.
    MOVE ZERO TO NAME-WORD-COUNT.
    MOVE "N"  TO NAME-WORD-FULL-FLAG.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE SPACES TO WS-SLICE-DAYS-TEXT.
    ACCEPT WS-SLICE-DAYS-TEXT FROM SYS$COMMAND.

    IF WS-SLICE-DAYS-TEXT IS NUMERIC AND WS-SLICE-DAYS-NUM > ZERO
        MOVE WS-SLICE-DAYS-NUM TO TRAINING-SLICE-DAYS
    ELSE
        MOVE DEFAULT-SLICE-DAYS TO TRAINING-SLICE-DAYS
    END-IF.

    MOVE ONE-DAY-BIN TO WS-SLICE-SPAN-BIN.
    MULTIPLY TRAINING-SLICE-DAYS BY WS-SLICE-SPAN-BIN.
    SUBTRACT WS-SLICE-SPAN-BIN FROM CURRENT_DATE_BIN GIVING SLICE-CUTOFF-BIN.

    MOVE SPACES TO WS-CONFIRM-TEXT.
    ACCEPT WS-CONFIRM-TEXT FROM SYS$COMMAND.
*
1100-CHECK-TRAINING-TARGET.
*   THIS JOB DESTROYS DATA - IT ONLY RUNS WHEN THE OPERATOR HAS SAID
*   TRAINING AND THE DATABASE IS A BALANCED EZITRAK124 RELOAD, WHICH
*   LIVE NEVER IS
    IF WS-CONFIRM-TEXT NOT = "TRAINING"
        DISPLAY "TRAINING REFRESH NOT CONFIRMED - NOTHING CHANGED"
        GO TO 9900-EXIT
    END-IF.

    PERFORM 7000-START_TRAN_RO.

    MOVE LOAD-JOB-NAME TO JOB_NAME OF BATCH_CHECKPOINT_REC.

    CALL "ET_SS_BATCH_CHECKPOINT" USING SQLCA
                                 JOB_NAME            OF BATCH_CHECKPOINT_REC
                                 RUN_STATUS          OF BATCH_CHECKPOINT_REC
                                 LAST_PROBLEM_NUMBER OF BATCH_CHECKPOINT_REC
                                 DONE_COUNT          OF BATCH_CHECKPOINT_REC
                                 SKIPPED_COUNT       OF BATCH_CHECKPOINT_REC
                                 REC_USER            OF BATCH_CHECKPOINT_REC
                                 REC_TMSTAMP         OF BATCH_CHECKPOINT_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE SPACES TO RUN_STATUS OF BATCH_CHECKPOINT_REC
    WHEN OTHER
        DISPLAY "ERROR ON CHECKPOINT_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.

    IF RUN_STATUS OF BATCH_CHECKPOINT_REC NOT = "C"
    OR SKIPPED_COUNT OF BATCH_CHECKPOINT_REC NOT = ZERO
        DISPLAY "NO BALANCED EZITRAK124 LOAD ON THIS DATABASE - "
                "NOTHING CHANGED"
        GO TO 9900-EXIT
    END-IF.
/
2000-TRIM-TO-SLICE.
    PERFORM 2100-COLLECT-TABLE-NAMES.

    MOVE "L" TO TABLE-COUNT-MODE.
    PERFORM 2300-COUNT-ONE-TABLE VARYING SUB1 FROM 1 BY 1
                                 UNTIL SUB1 > TABLE-NAME-COUNT.

    PERFORM 7100-START_TRAN_RW.

    CALL "ET_DR_PROBLEM_BEFORE" USING SQLCA
                                 SLICE-CUTOFF-BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_BEFORE_DR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2400-DELETE-ORPHANS VARYING SUB1 FROM 1 BY 1
                                UNTIL SUB1 > TABLE-NAME-COUNT.

*   NOTHING QUEUED ON LIVE IS EVER SENT FROM TRAINING
    MOVE "NOTIFICATION_QUEUE" TO DR-TABLE-NAME.

    CALL "ET_DR_TABLE_ALL" USING SQLCA
                                 DR-TABLE-NAME
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TABLE_ALL_DR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.

    MOVE "K" TO TABLE-COUNT-MODE.
    PERFORM 2300-COUNT-ONE-TABLE VARYING SUB1 FROM 1 BY 1
                                 UNTIL SUB1 > TABLE-NAME-COUNT.

    MOVE WS-HEADING-LINE TO TRAINING-REPORT-LINE.
    WRITE TRAINING-REPORT-LINE.

    PERFORM 6000-PRINT-TABLE-LINE VARYING SUB1 FROM 1 BY 1
                                  UNTIL SUB1 > TABLE-NAME-COUNT.
*
2100-COLLECT-TABLE-NAMES.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_USER_TABLES" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON USER_TABLES_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2110-FETCH-ONE-TABLE-NAME UNTIL NOT SQL_SUCCESS
                                OR TABLE-NAME-COUNT = TABLE-NAME-MAX.

    CALL "ET_CC_USER_TABLES" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON USER_TABLES_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.
*
2110-FETCH-ONE-TABLE-NAME.
    CALL "ET_FC_USER_TABLES" USING SQLCA
                                 DR-TABLE-NAME
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO TABLE-NAME-COUNT
        MOVE DR-TABLE-NAME TO TN-TABLE-NAME (TABLE-NAME-COUNT)
        MOVE ZERO          TO TN-LOADED-ROWS (TABLE-NAME-COUNT)
        MOVE ZERO          TO TN-KEPT-ROWS (TABLE-NAME-COUNT)
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON USER_TABLES_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
2300-COUNT-ONE-TABLE.
    PERFORM 7000-START_TRAN_RO.

    MOVE TN-TABLE-NAME (SUB1) TO DR-TABLE-NAME.
    MOVE ZERO TO TABLE-ROW-COUNT.

    CALL "ET_SS_TABLE_ROW_COUNT" USING SQLCA
                                 DR-TABLE-NAME
                                 TABLE-ROW-COUNT
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TABLE_ROW_COUNT_SS CODE=" SQLCODE
                WITH CONVERSION
        DISPLAY "TABLE " DR-TABLE-NAME
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.

    IF TABLE-COUNT-MODE = "L"
        MOVE TABLE-ROW-COUNT TO TN-LOADED-ROWS (SUB1)
    ELSE
        MOVE TABLE-ROW-COUNT TO TN-KEPT-ROWS (SUB1)
    END-IF.
*
2400-DELETE-ORPHANS.
    IF TN-TABLE-NAME (SUB1) NOT = "PROBLEM_DETAILS"
        MOVE TN-TABLE-NAME (SUB1) TO DR-TABLE-NAME
        CALL "ET_DR_TABLE_ORPHANS" USING SQLCA
                                 DR-TABLE-NAME
        END-CALL
        EVALUATE TRUE
        WHEN SQL_SUCCESS
        WHEN SQL_NOT_FOUND
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR ON TABLE_ORPHANS_DR CODE=" SQLCODE
                    WITH CONVERSION
            DISPLAY "TABLE " DR-TABLE-NAME
            GO TO 9900-EXIT
        END-EVALUATE
    END-IF.
/
3000-MASK-PEOPLE.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_PERSON_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3010-FETCH-ONE-PERSON UNTIL NOT SQL_SUCCESS
                                 OR PERSON-COUNT = PERSON-MAX.

*   A PERSON LEFT UNMASKED IS A REAL NAME IN TRAINING - STOP RATHER
*   THAN GO ON WITH PART OF THE LIST
    IF SQL_SUCCESS
        DISPLAY "MORE THAN " PERSON-MAX " PEOPLE - RAISE PERSON-MAX"
                WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    CALL "ET_CC_PERSON_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.

    PERFORM 3100-ADD-PERSON-WORDS VARYING SUB1 FROM 1 BY 1
                                  UNTIL SUB1 > PERSON-COUNT.

    IF NAME-WORD-FULL-FLAG = "Y"
        DISPLAY "MORE THAN " NAME-WORD-MAX " NAME WORDS - RAISE "
                "NAME-WORD-MAX" WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    PERFORM 7100-START_TRAN_RW.

    PERFORM 3200-MASK-ONE-PERSON VARYING SUB1 FROM 1 BY 1
                                 UNTIL SUB1 > PERSON-COUNT.

    PERFORM 7800-CMT_TRAN.
*
3010-FETCH-ONE-PERSON.
    CALL "ET_FC_PERSON_DETAILS" USING SQLCA
                                 PERSON_ID       OF PERSON_DETAILS_REC
                                 PERSON_DESC     OF PERSON_DETAILS_REC
                                 PERSON_PHONE    OF PERSON_DETAILS_REC
                                 PERSON_EMAIL    OF PERSON_DETAILS_REC
                                 AWAY_FROM_DATE  OF PERSON_DETAILS_REC
                                 BACK_ON_DATE    OF PERSON_DETAILS_REC
                                 REC_USER        OF PERSON_DETAILS_REC
                                 REC_TMSTAMP     OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO PERSON-COUNT
        MOVE PERSON_ID      OF PERSON_DETAILS_REC
          TO PT-PERSON-ID      (PERSON-COUNT)
        MOVE PERSON_DESC    OF PERSON_DETAILS_REC
          TO PT-PERSON-DESC    (PERSON-COUNT)
        MOVE PERSON_EMAIL   OF PERSON_DETAILS_REC
          TO PT-PERSON-EMAIL   (PERSON-COUNT)
        MOVE AWAY_FROM_DATE OF PERSON_DETAILS_REC
          TO PT-AWAY-FROM-DATE (PERSON-COUNT)
        MOVE BACK_ON_DATE   OF PERSON_DETAILS_REC
          TO PT-BACK-ON-DATE   (PERSON-COUNT)
        MOVE REC_USER       OF PERSON_DETAILS_REC
          TO PT-REC-USER       (PERSON-COUNT)
        MOVE REC_TMSTAMP    OF PERSON_DETAILS_REC
          TO PT-REC-TMSTAMP    (PERSON-COUNT)
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3100-ADD-PERSON-WORDS.
*   A PERSON ALREADY CARRYING THEIR FAKE NAME (A RERUN) ADDS NO WORDS
    MOVE SUB1 TO WS-TAG-NUMBER.
    PERFORM 3150-BUILD-TAG.

    MOVE "B"  TO SCAN-MODE.
    MOVE SUB1 TO SCAN-PERSON-SUB.

    IF PT-PERSON-DESC (SUB1) NOT = WS-TAG-TEXT
        MOVE "N" TO SCAN-WORD-KIND
        MOVE PT-PERSON-DESC (SUB1) TO SCAN-TEXT
        PERFORM 4500-SCAN-TEXT
    END-IF.

*   AN INTERNET ADDRESS IS CAUGHT BY ITS "@"; A LOCAL MAIL ADDRESS
*   (NODE::USER OR USER) IS SCRUBBED AS A WORD BY ITS USERNAME
    MOVE ZERO TO AT-SIGN-COUNT.
    INSPECT PT-PERSON-EMAIL (SUB1) TALLYING AT-SIGN-COUNT FOR ALL "@".

    IF PT-PERSON-EMAIL (SUB1) NOT = SPACES
       AND AT-SIGN-COUNT = ZERO
        MOVE SPACES TO WS-EMAIL-PARTS
        MOVE ZERO   TO WS-EMAIL-PART-COUNT
        UNSTRING PT-PERSON-EMAIL (SUB1) DELIMITED BY "::"
            INTO WS-EMAIL-PART (1) WS-EMAIL-PART (2)
                 WS-EMAIL-PART (3) WS-EMAIL-PART (4)
            TALLYING IN WS-EMAIL-PART-COUNT
        END-UNSTRING
        IF WS-EMAIL-PART-COUNT > ZERO
            MOVE "E" TO SCAN-WORD-KIND
            MOVE WS-EMAIL-PART (WS-EMAIL-PART-COUNT) TO SCAN-TEXT
            PERFORM 4500-SCAN-TEXT
        END-IF
    END-IF.
*
3150-BUILD-TAG.
    MOVE SPACES TO WS-TAG-TEXT.
    STRING "USER "       DELIMITED BY SIZE
           WS-TAG-NUMBER DELIMITED BY SIZE
      INTO WS-TAG-TEXT.
*
3200-MASK-ONE-PERSON.
    MOVE SUB1 TO WS-TAG-NUMBER.
    PERFORM 3150-BUILD-TAG.

    MOVE SPACES TO WS-FAKE-PHONE.
    STRING "555-"        DELIMITED BY SIZE
           WS-TAG-NUMBER DELIMITED BY SIZE
      INTO WS-FAKE-PHONE.

    MOVE PT-PERSON-ID (SUB1)      TO PERSON_ID      OF PERSON_DETAILS_REC.
    MOVE WS-TAG-TEXT              TO PERSON_DESC    OF PERSON_DETAILS_REC.
    MOVE WS-FAKE-PHONE            TO PERSON_PHONE   OF PERSON_DETAILS_REC.
    MOVE SPACES                   TO PERSON_EMAIL   OF PERSON_DETAILS_REC.
    MOVE PT-AWAY-FROM-DATE (SUB1) TO AWAY_FROM_DATE OF PERSON_DETAILS_REC.
    MOVE PT-BACK-ON-DATE (SUB1)   TO BACK_ON_DATE   OF PERSON_DETAILS_REC.
    MOVE PT-REC-USER (SUB1)       TO REC_USER       OF PERSON_DETAILS_REC.
    MOVE PT-REC-TMSTAMP (SUB1)    TO REC_TMSTAMP    OF PERSON_DETAILS_REC.

    CALL "ET_UR_PERSON_DETAILS" USING SQLCA
                                 PERSON_ID       OF PERSON_DETAILS_REC
                                 PERSON_DESC     OF PERSON_DETAILS_REC
                                 PERSON_PHONE    OF PERSON_DETAILS_REC
                                 PERSON_EMAIL    OF PERSON_DETAILS_REC
                                 AWAY_FROM_DATE  OF PERSON_DETAILS_REC
                                 BACK_ON_DATE    OF PERSON_DETAILS_REC
                                 REC_USER        OF PERSON_DETAILS_REC
                                 REC_TMSTAMP     OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_UR CODE=" SQLCODE WITH CONVERSION
        DISPLAY "PERSON " PT-PERSON-ID (SUB1)
        GO TO 9900-EXIT
    END-EVALUATE.

    INITIALIZE PAGER_NUMBER OF PERSON_DETAILS_REC.
    MOVE "N" TO PAGE_FLAG OF PERSON_DETAILS_REC.

    CALL "ET_UR_PERSON_PAGER" USING SQLCA
                                 PERSON_ID       OF PERSON_DETAILS_REC
                                 PAGER_NUMBER    OF PERSON_DETAILS_REC
                                 PAGE_FLAG       OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_PAGER_UR CODE=" SQLCODE WITH CONVERSION
        DISPLAY "PERSON " PT-PERSON-ID (SUB1)
        GO TO 9900-EXIT
    END-EVALUATE.

    ADD 1 TO PEOPLE-MASKED-COUNT.
/
3500-MASK-VENDORS.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_VENDOR_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON VENDOR_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3510-FETCH-ONE-VENDOR UNTIL NOT SQL_SUCCESS
                                 OR VENDOR-COUNT = VENDOR-MAX.

    IF SQL_SUCCESS
        DISPLAY "MORE THAN " VENDOR-MAX " VENDORS - RAISE VENDOR-MAX"
                WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    CALL "ET_CC_VENDOR_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON VENDOR_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.

    PERFORM 7100-START_TRAN_RW.

    PERFORM 3600-MASK-ONE-VENDOR VARYING SUB1 FROM 1 BY 1
                                 UNTIL SUB1 > VENDOR-COUNT.

    PERFORM 7800-CMT_TRAN.
*
3510-FETCH-ONE-VENDOR.
    CALL "ET_FC_VENDOR_DETAILS" USING SQLCA
                                 VENDOR_CODE      OF VENDOR_DETAILS_REC
                                 VENDOR_NAME      OF VENDOR_DETAILS_REC
                                 ESCALATION_PHONE OF VENDOR_DETAILS_REC
                                 ESCALATION_EMAIL OF VENDOR_DETAILS_REC
                                 TURNAROUND_DAYS  OF VENDOR_DETAILS_REC
                                 REC_USER         OF VENDOR_DETAILS_REC
                                 REC_TMSTAMP      OF VENDOR_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO VENDOR-COUNT
        MOVE VENDOR_CODE      OF VENDOR_DETAILS_REC
          TO VT-VENDOR-CODE      (VENDOR-COUNT)
        MOVE VENDOR_NAME      OF VENDOR_DETAILS_REC
          TO VT-VENDOR-NAME      (VENDOR-COUNT)
        MOVE ESCALATION_PHONE OF VENDOR_DETAILS_REC
          TO VT-ESCALATION-PHONE (VENDOR-COUNT)
        MOVE TURNAROUND_DAYS  OF VENDOR_DETAILS_REC
          TO VT-TURNAROUND-DAYS  (VENDOR-COUNT)
        MOVE REC_USER         OF VENDOR_DETAILS_REC
          TO VT-REC-USER         (VENDOR-COUNT)
        MOVE REC_TMSTAMP      OF VENDOR_DETAILS_REC
          TO VT-REC-TMSTAMP      (VENDOR-COUNT)
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON VENDOR_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3600-MASK-ONE-VENDOR.
    MOVE VT-VENDOR-CODE (SUB1)      TO VENDOR_CODE      OF VENDOR_DETAILS_REC.
    MOVE VT-VENDOR-NAME (SUB1)      TO VENDOR_NAME      OF VENDOR_DETAILS_REC.
    MOVE VT-ESCALATION-PHONE (SUB1) TO ESCALATION_PHONE OF VENDOR_DETAILS_REC.
    MOVE SPACES                     TO ESCALATION_EMAIL OF VENDOR_DETAILS_REC.
    MOVE VT-TURNAROUND-DAYS (SUB1)  TO TURNAROUND_DAYS  OF VENDOR_DETAILS_REC.
    MOVE VT-REC-USER (SUB1)         TO REC_USER         OF VENDOR_DETAILS_REC.
    MOVE VT-REC-TMSTAMP (SUB1)      TO REC_TMSTAMP      OF VENDOR_DETAILS_REC.

    CALL "ET_UR_VENDOR_DETAILS" USING SQLCA
                                 VENDOR_CODE      OF VENDOR_DETAILS_REC
                                 VENDOR_NAME      OF VENDOR_DETAILS_REC
                                 ESCALATION_PHONE OF VENDOR_DETAILS_REC
                                 ESCALATION_EMAIL OF VENDOR_DETAILS_REC
                                 TURNAROUND_DAYS  OF VENDOR_DETAILS_REC
                                 REC_USER         OF VENDOR_DETAILS_REC
                                 REC_TMSTAMP      OF VENDOR_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO VENDORS-MASKED-COUNT
    WHEN OTHER
        DISPLAY "ERROR ON VENDOR_UR CODE=" SQLCODE WITH CONVERSION
        DISPLAY "VENDOR " VT-VENDOR-CODE (SUB1)
        GO TO 9900-EXIT
    END-EVALUATE.
/
4000-SCRUB-PROBLEM-TEXT.
*   ONE TRANSACTION FOR THE WHOLE PASS - NOTHING ELSE USES TRAINING
*   WHILE IT IS BEING REFRESHED
    PERFORM 7100-START_TRAN_RW.

    MOVE "S" TO SCAN-MODE.

    PERFORM 4005-RUN-PROBLEM-CURSOR.

    PERFORM 7800-CMT_TRAN.
*
4005-RUN-PROBLEM-CURSOR.
    CALL "ET_OC_PROBLEM_DESC" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_DESC_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 4010-SCRUB-ONE-PROBLEM UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_DESC" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_DESC_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
4010-SCRUB-ONE-PROBLEM.
    CALL "ET_FC_PROBLEM_DESC" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 PROBLEM_DESC   OF PROBLEM_DETAILS_REC
                                 PROGRESS_DESC  OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 4020-SCRUB-PROBLEM-ROW
        MOVE ZERO TO SQLCODE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_DESC_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
4020-SCRUB-PROBLEM-ROW.
    MOVE "N" TO LT-CHANGED-FLAG (1).

    IF SCAN-MODE = "S"
        ADD 1 TO PROBLEMS-SCANNED-COUNT
    END-IF.

    MOVE PROBLEM_DESC OF PROBLEM_DETAILS_REC TO SCAN-TEXT.
    PERFORM 4500-SCAN-TEXT.
    IF SCAN-CHANGED-FLAG = "Y"
        MOVE SCAN-TEXT TO PROBLEM_DESC OF PROBLEM_DETAILS_REC
        MOVE "Y"       TO LT-CHANGED-FLAG (1)
        ADD 1 TO FIELDS-SCRUBBED-COUNT
    END-IF.

    MOVE PROGRESS_DESC OF PROBLEM_DETAILS_REC TO SCAN-TEXT.
    PERFORM 4500-SCAN-TEXT.
    IF SCAN-CHANGED-FLAG = "Y"
        MOVE SCAN-TEXT TO PROGRESS_DESC OF PROBLEM_DETAILS_REC
        MOVE "Y"       TO LT-CHANGED-FLAG (1)
        ADD 1 TO FIELDS-SCRUBBED-COUNT
    END-IF.

    IF LT-CHANGED-FLAG (1) = "Y"
        CALL "ET_UR_PROBLEM_DESC" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 PROBLEM_DESC   OF PROBLEM_DETAILS_REC
                                 PROGRESS_DESC  OF PROBLEM_DETAILS_REC
        END-CALL
        IF NOT SQL_SUCCESS
            DISPLAY "ERROR ON PROBLEM_DESC_UR CODE=" SQLCODE
                    WITH CONVERSION
            GO TO 9900-EXIT
        END-IF
    END-IF.

    PERFORM 4100-SCRUB-TEXT-LINES.

    PERFORM 4200-SCRUB-SOLUTION-LINES.
/
4100-SCRUB-TEXT-LINES.
    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF PROBLEM_TEXT_DETAILS_REC.
    MOVE ZERO TO LINE-COUNT.

    CALL "ET_OC_PROBLEM_TEXT_DETAILS" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_TEXT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TEXT_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 4110-FETCH-TEXT-LINE UNTIL NOT SQL_SUCCESS
                                 OR LINE-COUNT = LINE-MAX.

    IF SQL_SUCCESS
        DISPLAY "MORE THAN " LINE-MAX " TEXT LINES ON PROBLEM "
                PROBLEM_NUMBER OF PROBLEM_DETAILS_REC WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    CALL "ET_CC_PROBLEM_TEXT_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TEXT_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF SCAN-MODE = "S"
        PERFORM 4120-UPDATE-TEXT-LINE VARYING SUB2 FROM 1 BY 1
                                      UNTIL SUB2 > LINE-COUNT
    END-IF.
*
4110-FETCH-TEXT-LINE.
    CALL "ET_FC_PROBLEM_TEXT_DETAILS" USING SQLCA
                                 LINE_NUMBER OF PROBLEM_TEXT_DETAILS_REC
                                 TEXT_DESC   OF PROBLEM_TEXT_DETAILS_REC
                                 REC_USER    OF PROBLEM_TEXT_DETAILS_REC
                                 REC_TMSTAMP OF PROBLEM_TEXT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO LINE-COUNT
        MOVE LINE_NUMBER OF PROBLEM_TEXT_DETAILS_REC
          TO LT-LINE-NUMBER (LINE-COUNT)
        MOVE REC_USER    OF PROBLEM_TEXT_DETAILS_REC
          TO LT-REC-USER (LINE-COUNT)
        MOVE REC_TMSTAMP OF PROBLEM_TEXT_DETAILS_REC
          TO LT-REC-TMSTAMP (LINE-COUNT)
        MOVE TEXT_DESC   OF PROBLEM_TEXT_DETAILS_REC TO SCAN-TEXT
        PERFORM 4130-SCAN-FETCHED-LINE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TEXT_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
4120-UPDATE-TEXT-LINE.
    IF LT-CHANGED-FLAG (SUB2) = "Y"
        MOVE LT-LINE-NUMBER (SUB2)
          TO LINE_NUMBER OF PROBLEM_TEXT_DETAILS_REC
        MOVE LT-LINE-TEXT (SUB2)
          TO TEXT_DESC   OF PROBLEM_TEXT_DETAILS_REC
        MOVE LT-REC-USER (SUB2)
          TO REC_USER    OF PROBLEM_TEXT_DETAILS_REC
        MOVE LT-REC-TMSTAMP (SUB2)
          TO REC_TMSTAMP OF PROBLEM_TEXT_DETAILS_REC
        CALL "ET_UR_PROBLEM_TEXT_DETAILS" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_TEXT_DETAILS_REC
                                 LINE_NUMBER    OF PROBLEM_TEXT_DETAILS_REC
                                 TEXT_DESC      OF PROBLEM_TEXT_DETAILS_REC
                                 REC_USER       OF PROBLEM_TEXT_DETAILS_REC
                                 REC_TMSTAMP    OF PROBLEM_TEXT_DETAILS_REC
        END-CALL
        IF NOT SQL_SUCCESS
            DISPLAY "ERROR ON TEXT_UR CODE=" SQLCODE WITH CONVERSION
            GO TO 9900-EXIT
        END-IF
    END-IF.
*
4130-SCAN-FETCHED-LINE.
    IF SCAN-MODE = "S"
        ADD 1 TO LINES-SCANNED-COUNT
    END-IF.

    PERFORM 4500-SCAN-TEXT.

    MOVE SCAN-TEXT         TO LT-LINE-TEXT (LINE-COUNT).
    MOVE SCAN-CHANGED-FLAG TO LT-CHANGED-FLAG (LINE-COUNT).

    IF SCAN-CHANGED-FLAG = "Y"
        ADD 1 TO FIELDS-SCRUBBED-COUNT
    END-IF.
/
4200-SCRUB-SOLUTION-LINES.
    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC.
    MOVE ZERO TO LINE-COUNT.

    CALL "ET_OC_PROBLEM_SOLUTION_DETAILS" USING SQLCA
                             PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SOLUTION_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 4210-FETCH-SOLUTION-LINE UNTIL NOT SQL_SUCCESS
                                     OR LINE-COUNT = LINE-MAX.

    IF SQL_SUCCESS
        DISPLAY "MORE THAN " LINE-MAX " SOLUTION LINES ON PROBLEM "
                PROBLEM_NUMBER OF PROBLEM_DETAILS_REC WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    CALL "ET_CC_PROBLEM_SOLUTION_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SOLUTION_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF SCAN-MODE = "S"
        PERFORM 4220-UPDATE-SOLUTION-LINE VARYING SUB2 FROM 1 BY 1
                                          UNTIL SUB2 > LINE-COUNT
    END-IF.
*
4210-FETCH-SOLUTION-LINE.
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
        ADD 1 TO LINE-COUNT
        MOVE LINE_NUMBER   OF PROBLEM_SOLUTION_DETAILS_REC
          TO LT-LINE-NUMBER (LINE-COUNT)
        MOVE ENTRY_TYPE    OF PROBLEM_SOLUTION_DETAILS_REC
          TO LT-ENTRY-TYPE (LINE-COUNT)
        MOVE MINUTES_SPENT OF PROBLEM_SOLUTION_DETAILS_REC
          TO LT-MINUTES-SPENT (LINE-COUNT)
        MOVE REC_USER      OF PROBLEM_SOLUTION_DETAILS_REC
          TO LT-REC-USER (LINE-COUNT)
        MOVE REC_TMSTAMP   OF PROBLEM_SOLUTION_DETAILS_REC
          TO LT-REC-TMSTAMP (LINE-COUNT)
        MOVE SOLUTION_DESC OF PROBLEM_SOLUTION_DETAILS_REC TO SCAN-TEXT
        PERFORM 4130-SCAN-FETCHED-LINE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SOLUTION_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
4220-UPDATE-SOLUTION-LINE.
    IF LT-CHANGED-FLAG (SUB2) = "Y"
        MOVE LT-LINE-NUMBER (SUB2)
          TO LINE_NUMBER   OF PROBLEM_SOLUTION_DETAILS_REC
        MOVE LT-LINE-TEXT (SUB2)
          TO SOLUTION_DESC OF PROBLEM_SOLUTION_DETAILS_REC
        MOVE LT-ENTRY-TYPE (SUB2)
          TO ENTRY_TYPE    OF PROBLEM_SOLUTION_DETAILS_REC
        MOVE LT-MINUTES-SPENT (SUB2)
          TO MINUTES_SPENT OF PROBLEM_SOLUTION_DETAILS_REC
        MOVE LT-REC-USER (SUB2)
          TO REC_USER      OF PROBLEM_SOLUTION_DETAILS_REC
        MOVE LT-REC-TMSTAMP (SUB2)
          TO REC_TMSTAMP   OF PROBLEM_SOLUTION_DETAILS_REC
        CALL "ET_UR_PROBLEM_SOLUTION_DETAILS" USING SQLCA
                             PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
                             LINE_NUMBER    OF PROBLEM_SOLUTION_DETAILS_REC
                             SOLUTION_DESC  OF PROBLEM_SOLUTION_DETAILS_REC
                             ENTRY_TYPE     OF PROBLEM_SOLUTION_DETAILS_REC
                             MINUTES_SPENT  OF PROBLEM_SOLUTION_DETAILS_REC
                             REC_USER       OF PROBLEM_SOLUTION_DETAILS_REC
                             REC_TMSTAMP    OF PROBLEM_SOLUTION_DETAILS_REC
        END-CALL
        IF NOT SQL_SUCCESS
            DISPLAY "ERROR ON SOLUTION_UR CODE=" SQLCODE WITH CONVERSION
            GO TO 9900-EXIT
        END-IF
    END-IF.
/
4500-SCAN-TEXT.
*   WORDS ARE MATCHED UPPER CASE; WHAT IS NOT REPLACED IS COPIED FROM
*   THE ORIGINAL SO ITS CASE SURVIVES
    MOVE SCAN-TEXT TO SCAN-UPPER.
    INSPECT SCAN-UPPER CONVERTING LOWER-CASE-LETTERS
                               TO UPPER-CASE-LETTERS.

    MOVE SPACES TO SCAN-OUT.
    MOVE 1      TO OUT-PTR.
    MOVE 1      TO SCAN-POS.
    MOVE ZERO   TO PREV-TAG-PERSON.
    MOVE "N"    TO SCAN-CHANGED-FLAG.

    PERFORM 4510-SCAN-ONE-TOKEN UNTIL SCAN-POS > 60.

    IF SCAN-CHANGED-FLAG = "Y"
        MOVE SCAN-OUT TO SCAN-TEXT
    END-IF.
*
4510-SCAN-ONE-TOKEN.
    MOVE SCAN-UPPER (SCAN-POS:1) TO SCAN-CHAR.
    PERFORM 4520-TEST-WORD-CHAR.

    IF WORD-CHAR-FLAG = "N"
*       ONLY A SPACE MAY SIT BETWEEN TWO WORDS OF THE SAME NAME
        IF SCAN-CHAR NOT = SPACE
            MOVE ZERO TO PREV-TAG-PERSON
        END-IF
        STRING SCAN-TEXT (SCAN-POS:1) DELIMITED BY SIZE
          INTO SCAN-OUT WITH POINTER OUT-PTR
        ADD 1 TO SCAN-POS
    ELSE
        MOVE SCAN-POS TO WORD-START
        PERFORM 4530-MEASURE-WORD
        PERFORM 4540-MATCH-TOKEN
    END-IF.
*
4520-TEST-WORD-CHAR.
    IF  (SCAN-CHAR NOT < "A" AND SCAN-CHAR NOT > "Z")
     OR (SCAN-CHAR NOT < "0" AND SCAN-CHAR NOT > "9")
     OR SCAN-CHAR = "@" OR SCAN-CHAR = "_"
     OR SCAN-CHAR = "$" OR SCAN-CHAR = "%"
        MOVE "Y" TO WORD-CHAR-FLAG
    ELSE
        MOVE "N" TO WORD-CHAR-FLAG
    END-IF.
*
4530-MEASURE-WORD.
    MOVE ZERO TO WORD-LEN.

    PERFORM 4535-STEP-WORD-CHAR UNTIL WORD-CHAR-FLAG = "N"
                                OR SCAN-POS > 60.
*
4535-STEP-WORD-CHAR.
    ADD 1 TO WORD-LEN.
    ADD 1 TO SCAN-POS.

    IF SCAN-POS NOT > 60
        MOVE SCAN-UPPER (SCAN-POS:1) TO SCAN-CHAR
        PERFORM 4520-TEST-WORD-CHAR
    END-IF.
*
4540-MATCH-TOKEN.
    MOVE SPACES TO SCAN-WORD.
    MOVE SCAN-UPPER (WORD-START:WORD-LEN) TO SCAN-WORD.

    MOVE ZERO TO AT-SIGN-COUNT.
    INSPECT SCAN-WORD TALLYING AT-SIGN-COUNT FOR ALL "@".

    EVALUATE SCAN-MODE
    WHEN "B"
        IF AT-SIGN-COUNT = ZERO
           AND WORD-LEN > 2
            PERFORM 4580-ADD-NAME-WORD
        END-IF
    WHEN "V"
        ADD AT-SIGN-COUNT TO LEFT-AT-SIGN-COUNT
        PERFORM 4550-FIND-NAME-WORD
        IF FOUND-SUB > ZERO
            IF NW-KIND (FOUND-SUB) = "E"
                ADD 1 TO LEFT-REAL-ADDRESS-COUNT
            END-IF
        END-IF
    WHEN OTHER
        PERFORM 4560-SCRUB-WORD
    END-EVALUATE.
*
4550-FIND-NAME-WORD.
*   ON A MISS BISECT-LOW IS LEFT WHERE THE WORD WOULD GO
    MOVE ZERO            TO FOUND-SUB.
    MOVE 1               TO BISECT-LOW.
    MOVE NAME-WORD-COUNT TO BISECT-HIGH.

    PERFORM 4555-BISECT-STEP UNTIL BISECT-LOW > BISECT-HIGH
                             OR FOUND-SUB > ZERO.
*
4555-BISECT-STEP.
    COMPUTE BISECT-MID = (BISECT-LOW + BISECT-HIGH) / 2.

    IF NW-WORD (BISECT-MID) = SCAN-WORD
        MOVE BISECT-MID TO FOUND-SUB
    ELSE
        IF NW-WORD (BISECT-MID) < SCAN-WORD
            COMPUTE BISECT-LOW  = BISECT-MID + 1
        ELSE
            COMPUTE BISECT-HIGH = BISECT-MID - 1
        END-IF
    END-IF.
*
4560-SCRUB-WORD.
    IF AT-SIGN-COUNT > ZERO
        MOVE ZERO TO PREV-TAG-PERSON
        MOVE "Y"  TO SCAN-CHANGED-FLAG
        STRING "ADDRESS REMOVED" DELIMITED BY SIZE
          INTO SCAN-OUT WITH POINTER OUT-PTR
    ELSE
        PERFORM 4550-FIND-NAME-WORD
        IF FOUND-SUB > ZERO
            PERFORM 4570-EMIT-NAME-TAG
        ELSE
            MOVE ZERO TO PREV-TAG-PERSON
            STRING SCAN-TEXT (WORD-START:WORD-LEN) DELIMITED BY SIZE
              INTO SCAN-OUT WITH POINTER OUT-PTR
        END-IF
    END-IF.
*
4570-EMIT-NAME-TAG.
*   "JOHN SMITH" BECOMES ONE "USER nnnn", NOT TWO; A WORD SHARED BY
*   TWO PEOPLE CANNOT SAY WHICH, SO IT BECOMES "USER ????"
    MOVE "Y" TO SCAN-CHANGED-FLAG.

    IF NW-PERSON-SUB (FOUND-SUB) > ZERO
       AND NW-PERSON-SUB (FOUND-SUB) = PREV-TAG-PERSON
        MOVE PREV-TAG-END-PTR TO OUT-PTR
    ELSE
        IF NW-PERSON-SUB (FOUND-SUB) > ZERO
            MOVE NW-PERSON-SUB (FOUND-SUB) TO WS-TAG-NUMBER
            PERFORM 3150-BUILD-TAG
        ELSE
            MOVE "USER ????" TO WS-TAG-TEXT
        END-IF
        STRING WS-TAG-TEXT DELIMITED BY SIZE
          INTO SCAN-OUT WITH POINTER OUT-PTR
        MOVE NW-PERSON-SUB (FOUND-SUB) TO PREV-TAG-PERSON
        MOVE OUT-PTR                   TO PREV-TAG-END-PTR
    END-IF.
*
4580-ADD-NAME-WORD.
    IF WORD-LEN NOT > 30
        PERFORM 4550-FIND-NAME-WORD
        IF FOUND-SUB > ZERO
            IF NW-PERSON-SUB (FOUND-SUB) NOT = SCAN-PERSON-SUB
                MOVE ZERO TO NW-PERSON-SUB (FOUND-SUB)
            END-IF
            IF SCAN-WORD-KIND = "E"
                MOVE "E" TO NW-KIND (FOUND-SUB)
            END-IF
        ELSE
            IF NAME-WORD-COUNT = NAME-WORD-MAX
                MOVE "Y" TO NAME-WORD-FULL-FLAG
            ELSE
                PERFORM 4590-SHIFT-NAME-WORD
                    VARYING INSERT-SUB FROM NAME-WORD-COUNT BY -1
                    UNTIL INSERT-SUB < BISECT-LOW
                MOVE SCAN-WORD       TO NW-WORD (BISECT-LOW)
                MOVE SCAN-PERSON-SUB TO NW-PERSON-SUB (BISECT-LOW)
                MOVE SCAN-WORD-KIND  TO NW-KIND (BISECT-LOW)
                ADD 1 TO NAME-WORD-COUNT
            END-IF
        END-IF
    END-IF.
*
4590-SHIFT-NAME-WORD.
    MOVE NAME-WORD-ENTRY (INSERT-SUB)
      TO NAME-WORD-ENTRY (INSERT-SUB + 1).
/
5000-CHECK-MASKED-DATA.
*   A FRESH READ OF WHAT WAS WRITTEN - NOTHING HERE TRUSTS THE COUNTS
*   TAKEN WHILE MASKING
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_PERSON_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 5010-CHECK-ONE-PERSON UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PERSON_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    CALL "ET_OC_VENDOR_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON VENDOR_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 5020-CHECK-ONE-VENDOR UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_VENDOR_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON VENDOR_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE "V" TO SCAN-MODE.

    PERFORM 4005-RUN-PROBLEM-CURSOR.

    MOVE "NOTIFICATION_QUEUE" TO DR-TABLE-NAME.
    MOVE ZERO TO TABLE-ROW-COUNT.

    CALL "ET_SS_TABLE_ROW_COUNT" USING SQLCA
                                 DR-TABLE-NAME
                                 TABLE-ROW-COUNT
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE TABLE-ROW-COUNT TO LEFT-QUEUE-COUNT
    WHEN OTHER
        DISPLAY "ERROR ON TABLE_ROW_COUNT_SS CODE=" SQLCODE
                WITH CONVERSION
        DISPLAY "TABLE " DR-TABLE-NAME
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.

    COMPUTE NOT-CLEAN-COUNT = LEFT-PERSON-EMAIL-COUNT
                            + LEFT-PAGER-COUNT
                            + LEFT-VENDOR-EMAIL-COUNT
                            + LEFT-QUEUE-COUNT
                            + LEFT-AT-SIGN-COUNT
                            + LEFT-REAL-ADDRESS-COUNT.
*
5010-CHECK-ONE-PERSON.
    CALL "ET_FC_PERSON_DETAILS" USING SQLCA
                                 PERSON_ID       OF PERSON_DETAILS_REC
                                 PERSON_DESC     OF PERSON_DETAILS_REC
                                 PERSON_PHONE    OF PERSON_DETAILS_REC
                                 PERSON_EMAIL    OF PERSON_DETAILS_REC
                                 AWAY_FROM_DATE  OF PERSON_DETAILS_REC
                                 BACK_ON_DATE    OF PERSON_DETAILS_REC
                                 REC_USER        OF PERSON_DETAILS_REC
                                 REC_TMSTAMP     OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF PERSON_EMAIL OF PERSON_DETAILS_REC NOT = SPACES
            ADD 1 TO LEFT-PERSON-EMAIL-COUNT
        END-IF
        PERFORM 5015-CHECK-PERSON-PAGER
        MOVE ZERO TO SQLCODE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5015-CHECK-PERSON-PAGER.
    CALL "ET_SS_PERSON_PAGER" USING SQLCA
                                 PERSON_ID         OF PERSON_DETAILS_REC
                                 PAGER_NUMBER      OF PERSON_DETAILS_REC
                                 PAGE_FLAG         OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF PAGER_NUMBER OF PERSON_DETAILS_REC NOT = SPACES
            ADD 1 TO LEFT-PAGER-COUNT
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_PAGER_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5020-CHECK-ONE-VENDOR.
    CALL "ET_FC_VENDOR_DETAILS" USING SQLCA
                                 VENDOR_CODE      OF VENDOR_DETAILS_REC
                                 VENDOR_NAME      OF VENDOR_DETAILS_REC
                                 ESCALATION_PHONE OF VENDOR_DETAILS_REC
                                 ESCALATION_EMAIL OF VENDOR_DETAILS_REC
                                 TURNAROUND_DAYS  OF VENDOR_DETAILS_REC
                                 REC_USER         OF VENDOR_DETAILS_REC
                                 REC_TMSTAMP      OF VENDOR_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF ESCALATION_EMAIL OF VENDOR_DETAILS_REC NOT = SPACES
            ADD 1 TO LEFT-VENDOR-EMAIL-COUNT
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON VENDOR_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
6000-PRINT-TABLE-LINE.
    MOVE TN-TABLE-NAME (SUB1)  TO WD-TABLE-NAME.
    MOVE TN-LOADED-ROWS (SUB1) TO WD-LOADED-ROWS.
    MOVE TN-KEPT-ROWS (SUB1)   TO WD-KEPT-ROWS.
    MOVE WS-DETAIL-LINE TO TRAINING-REPORT-LINE.
    WRITE TRAINING-REPORT-LINE.
*
6100-PRINT-TOTALS.
    MOVE SPACES TO TRAINING-REPORT-LINE.
    WRITE TRAINING-REPORT-LINE.

    MOVE "PEOPLE GIVEN FAKE DETAILS"    TO WC-CAPTION.
    MOVE PEOPLE-MASKED-COUNT            TO WC-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE "VENDOR ADDRESSES BLANKED"     TO WC-CAPTION.
    MOVE VENDORS-MASKED-COUNT           TO WC-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE "PROBLEMS SCANNED"             TO WC-CAPTION.
    MOVE PROBLEMS-SCANNED-COUNT         TO WC-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE "TEXT AND SOLUTION LINES SCANNED" TO WC-CAPTION.
    MOVE LINES-SCANNED-COUNT            TO WC-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE "FIELDS SCRUBBED"              TO WC-CAPTION.
    MOVE FIELDS-SCRUBBED-COUNT          TO WC-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE SPACES TO TRAINING-REPORT-LINE.
    WRITE TRAINING-REPORT-LINE.

    MOVE "LEFT - PERSON MAIL ADDRESSES" TO WC-CAPTION.
    MOVE LEFT-PERSON-EMAIL-COUNT        TO WC-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE "LEFT - PAGER NUMBERS"         TO WC-CAPTION.
    MOVE LEFT-PAGER-COUNT               TO WC-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE "LEFT - VENDOR MAIL ADDRESSES" TO WC-CAPTION.
    MOVE LEFT-VENDOR-EMAIL-COUNT        TO WC-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE "LEFT - QUEUED NOTIFICATIONS"  TO WC-CAPTION.
    MOVE LEFT-QUEUE-COUNT               TO WC-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE "LEFT - ""@"" IN PROBLEM TEXT" TO WC-CAPTION.
    MOVE LEFT-AT-SIGN-COUNT             TO WC-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE "LEFT - MAIL USERNAMES IN PROBLEM TEXT" TO WC-CAPTION.
    MOVE LEFT-REAL-ADDRESS-COUNT        TO WC-COUNT.
    PERFORM 6110-WRITE-COUNT-LINE.

    MOVE SPACES TO TRAINING-REPORT-LINE.
    WRITE TRAINING-REPORT-LINE.

    IF NOT-CLEAN-COUNT > ZERO
        MOVE "TRAINING DATA NOT CLEAN - DO NOT RELEASE"
          TO WS-VERDICT-LINE
    ELSE
        MOVE "TRAINING DATA VERIFIED CLEAN" TO WS-VERDICT-LINE
    END-IF.

    MOVE WS-VERDICT-LINE TO TRAINING-REPORT-LINE.
    WRITE TRAINING-REPORT-LINE.

    DISPLAY WS-VERDICT-LINE.
*
6110-WRITE-COUNT-LINE.
    MOVE WS-COUNT-LINE TO TRAINING-REPORT-LINE.
    WRITE TRAINING-REPORT-LINE.
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
    CLOSE TRAINING-REPORT-FILE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
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
    MOVE PROBLEMS-SCANNED-COUNT TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE FIELDS-SCRUBBED-COUNT  TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE NOT-CLEAN-COUNT        TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK125 ****************
