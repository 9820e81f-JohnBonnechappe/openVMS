IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK124                                                 *
*   Program Name : DR Reload and Verify                                       *
*   Summary      : Run on the DR database only. Takes the files the           *
*                  EZITRAK123 export wrote and, for every base table in       *
*                  the DR catalogue, empties the table, reloads it from       *
*                  DR_EXPORT:<table name>.EXP and then proves the reload.     *
*                  The file's "D" records are summed and checked against      *
*                  its "T" trailer, and the reloaded table is read back       *
*                  and the same row count, PROBLEM_NUMBER hash and            *
*                  timestamp hash recomputed from the database. A table       *
*                  balances only when all three agree. A missing file, a      *
*                  file for the wrong table or a file cut short before        *
*                  its trailer leaves the table out of balance. The           *
*                  SYS$PRINT listing shows every table's verdict, and         *
*                  unless every table balances the run ends "RELOAD NOT       *
*                  VERIFIED" with JOB_RUN_LOG marked failed, so the DR        *
*                  copy is never reported good on a partial load.             *
*                  Progress is kept per table in BATCH_CHECKPOINT; an         *
*                  "R" entered at the ACCEPT ... FROM SYS$COMMAND prompt      *
*                  restarts a failed run at the table it died on. Tables      *
*                  already judged, balanced or not, are not retried by a      *
*                  restart, so an out-of-balance table needs a fresh run.     *
*                                                                             *
*   TABLES  USED : every EZITRAK base table (Reload)                          *
*                  BATCH_CHECKPOINT     (Update)                              *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : two new modules a DBA/CDD maintainer needs to generate   *
*                  alongside EZITRAK123's ET_OC/FC/CC_TABLE_UNLOAD (used    *
*                  here for the read-back): ET_DR_TABLE_ALL (TABLE_NAME in  *
*                  - a dynamic DELETE of every row) and ET_IR_TABLE_RELOAD  *
*                  (TABLE_NAME and ROW_IMAGE PIC X(2000) in - a dynamic     *
*                  INSERT that takes the columns from the image in the same *
*                  RDB$FIELD_POSITION order the unload cursor wrote them).  *
*                                                                             *
*   NOTE         : BATCH_CHECKPOINT and JOB_RUN_LOG are reloaded like any   *
*                  other table, which removes this job's own rows from      *
*                  them, so the checkpoint and job log updates here insert  *
*                  the row again when the update finds it gone. The         *
*                  BATCH_CHECKPOINT row is JOB_NAME EZITRAK124 - DONE_COUNT *
*                  the tables judged, SKIPPED_COUNT those out of balance.   *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK124.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL DR-EXPORT-FILE ASSIGN TO "DR_EXPORT"
        ORGANIZATION IS SEQUENTIAL.
    SELECT RELOAD-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  DR-EXPORT-FILE
    LABEL RECORDS ARE STANDARD
    VALUE OF ID IS WS-EXPORT-FILE-SPEC.
01  DR-EXPORT-RECORD.
    05  DX-RECORD-TYPE                          PIC X.
    05  DX-ROW-BODY.
        10  DX-ROW-PROBLEM-NUMBER               PIC 9(9).
        10  DX-ROW-TMSTAMP-TOTAL                PIC S9(11)V9(7) COMP.
        10  DX-ROW-IMAGE                        PIC X(2000).
    05  DX-HEADER-BODY REDEFINES DX-ROW-BODY.
        10  DX-HDR-TABLE-NAME                   PIC X(31).
        10  DX-HDR-EXPORT-TMSTAMP               PIC S9(11)V9(7) COMP.
        10  FILLER                              PIC X(1978).
    05  DX-TRAILER-BODY REDEFINES DX-ROW-BODY.
        10  DX-TRL-TABLE-NAME                   PIC X(31).
        10  DX-TRL-ROW-COUNT                    PIC 9(9).
        10  DX-TRL-PROBLEM-HASH                 PIC 9(18).
        10  DX-TRL-TMSTAMP-HASH                 PIC 9(18).
        10  FILLER                              PIC X(1941).

FD  RELOAD-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  RELOAD-REPORT-LINE                          PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.BATCH_CHECKPOINT_REC"      from dictionary.
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
 01  ONE-SECOND-BIN                              PIC S9(11)V9(7) COMP
                                                    VALUE 10000000.


 01  WS-EXPORT-FILE-SPEC                         PIC X(60).
 01  DR-TABLE-NAME                               PIC X(31).
 01  END-OF-FILE-FLAG                            PIC X.
 01  TRAILER-FOUND-FLAG                          PIC X.

 01  SUB1                                        PIC S9(4) COMP.
 01  TABLE-NAME-COUNT                            PIC S9(4) COMP.
 01  TABLE-NAME-MAX                              PIC S9(4) COMP VALUE 300.
 01  TABLE-NAME-TABLE.
     05  TABLE-NAME-ENTRY OCCURS 300 TIMES       PIC X(31).

*   ONE ROW FROM THE UNLOAD CURSOR WHEN READING THE TABLE BACK
 01  UNLOAD-ROW-IMAGE                            PIC X(2000).
 01  UNLOAD-PROBLEM-NUMBER                       PIC 9(9).
 01  UNLOAD-TMSTAMP-TOTAL                        PIC S9(11)V9(7) COMP.
 01  WS-ROW-SECONDS                              PIC S9(11) COMP.

*   THE THREE SETS OF CONTROL TOTALS FOR THE TABLE IN HAND - THE
*   EXPORT'S TRAILER, THE FILE'S OWN ROWS AND THE RELOADED TABLE
 01  TRAILER-ROW-COUNT                           PIC S9(9)  COMP.
 01  TRAILER-PROBLEM-HASH                        PIC S9(18) COMP.
 01  TRAILER-TMSTAMP-HASH                        PIC S9(18) COMP.
 01  FILE-ROW-COUNT                              PIC S9(9)  COMP.
 01  FILE-PROBLEM-HASH                           PIC S9(18) COMP.
 01  FILE-TMSTAMP-HASH                           PIC S9(18) COMP.
 01  DB-ROW-COUNT                                PIC S9(9)  COMP.
 01  DB-PROBLEM-HASH                             PIC S9(18) COMP.
 01  DB-TMSTAMP-HASH                             PIC S9(18) COMP.
 01  TABLE-LOADED-COUNT                          PIC S9(9)  COMP.
 01  TABLE-REJECT-COUNT                          PIC S9(9)  COMP.
 01  BAD-RECORD-COUNT                            PIC S9(9)  COMP.

 01  RELOAD-COMMIT-INTERVAL                      PIC S9(9) COMP VALUE 500.
 01  BATCH-ROW-COUNT                             PIC S9(9) COMP.

 01  ROWS-READ-COUNT                             PIC S9(9) COMP VALUE 0.
 01  ROWS-LOADED-COUNT                           PIC S9(9) COMP VALUE 0.
 01  BALANCED-COUNT                              PIC S9(9) COMP VALUE 0.
 01  OUT-OF-BALANCE-COUNT                        PIC S9(9) COMP VALUE 0.
 01  ALREADY-DONE-COUNT                          PIC S9(9) COMP VALUE 0.

 01  WS-RESTART-MODE-TEXT                        PIC X(1).
 01  RESUME-TABLE-COUNT                          PIC S9(4) COMP VALUE 0.
 01  CHECKPOINT-FOUND-FLAG                       PIC X.
 01  CHECKPOINT-JOB-NAME                         PIC X(12) VALUE "EZITRAK124".

 01  WS-DETAIL-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-TABLE-NAME                           PIC X(31).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-TRAILER-ROWS                         PIC ZZZ,ZZZ,ZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-LOADED-ROWS                          PIC ZZZ,ZZZ,ZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-DB-ROWS                              PIC ZZZ,ZZZ,ZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-OUTCOME                              PIC X(28).

 01  WS-HEADING-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  FILLER                                  PIC X(31) VALUE "TABLE".
     05  FILLER                                  PIC X(13) VALUE
                                                    " TRAILER ROWS".
     05  FILLER                                  PIC X(13) VALUE
                                                    "  LOADED ROWS".
     05  FILLER                                  PIC X(13) VALUE
                                                    "      DB ROWS".

 01  WS-BALANCED-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "TABLES BALANCED  = ".
     05  WT-BALANCED-COUNT                       PIC ZZZZZZZZ9.
 01  WS-UNBALANCED-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "OUT OF BALANCE   = ".
     05  WT-UNBALANCED-COUNT                     PIC ZZZZZZZZ9.
 01  WS-ROWS-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "ROWS RELOADED    = ".
     05  WT-ROW-COUNT                            PIC ZZZZZZZZ9.
 01  WS-DONE-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "DONE BEFORE RESTART=".
     05  WT-DONE-COUNT                           PIC ZZZZZZZZ9.

 01  WS-VERDICT-LINE.
     05  WV-VERDICT                              PIC X(40).
     05  WV-TABLE-COUNT                          PIC ZZZZZZZZ9.
     05  WV-VERDICT-TAIL                         PIC X(30).

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK124".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 2000-COLLECT-TABLE-NAMES.

    PERFORM 3000-RELOAD-ONE-TABLE THRU 3000-RELOAD-ONE-TABLE-EXIT
                                  VARYING SUB1 FROM 1 BY 1
                                  UNTIL SUB1 > TABLE-NAME-COUNT.

    PERFORM 4500-CLOSE-CHECKPOINT.

    PERFORM 6100-PRINT-TOTALS.

*   THE DR COPY IS ONLY GOOD IF EVERY TABLE BALANCED
    IF OUT-OF-BALANCE-COUNT > ZERO
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
    MOVE ZERO TO ROWS-READ-COUNT.
    MOVE ZERO TO ROWS-LOADED-COUNT.
    MOVE ZERO TO BALANCED-COUNT.
    MOVE ZERO TO OUT-OF-BALANCE-COUNT.
    MOVE ZERO TO ALREADY-DONE-COUNT.

    MOVE SPACES TO WS-RESTART-MODE-TEXT.
    ACCEPT WS-RESTART-MODE-TEXT FROM SYS$COMMAND.

    PERFORM 1200-READ-CHECKPOINT.

    PERFORM 1300-WRITE-START-CHECKPOINT.

    OPEN OUTPUT RELOAD-REPORT-FILE.

    MOVE "DR RELOAD AND VERIFY" TO RELOAD-REPORT-LINE.
    WRITE RELOAD-REPORT-LINE.
    MOVE SPACES TO RELOAD-REPORT-LINE.
    WRITE RELOAD-REPORT-LINE.
    MOVE WS-HEADING-LINE TO RELOAD-REPORT-LINE.
    WRITE RELOAD-REPORT-LINE.
*
1200-READ-CHECKPOINT.
    PERFORM 7000-START_TRAN_RO.

    MOVE CHECKPOINT-JOB-NAME TO JOB_NAME OF BATCH_CHECKPOINT_REC.

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
        MOVE "Y" TO CHECKPOINT-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO CHECKPOINT-FOUND-FLAG
    WHEN OTHER
        DISPLAY "ERROR ON CHECKPOINT_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.

    IF WS-RESTART-MODE-TEXT = "R"
       AND CHECKPOINT-FOUND-FLAG = "Y"
       AND RUN_STATUS OF BATCH_CHECKPOINT_REC = "R"
        MOVE DONE_COUNT    OF BATCH_CHECKPOINT_REC TO RESUME-TABLE-COUNT
        MOVE SKIPPED_COUNT OF BATCH_CHECKPOINT_REC TO OUT-OF-BALANCE-COUNT
        DISPLAY "RESTART - RESUMING AFTER TABLE "
                RESUME-TABLE-COUNT WITH CONVERSION
    ELSE
        MOVE ZERO TO RESUME-TABLE-COUNT
    END-IF.
*
1300-WRITE-START-CHECKPOINT.
    PERFORM 7100-START_TRAN_RW.

    MOVE CHECKPOINT-JOB-NAME  TO JOB_NAME            OF BATCH_CHECKPOINT_REC.
    MOVE "R"                  TO RUN_STATUS          OF BATCH_CHECKPOINT_REC.
    MOVE ZERO                 TO LAST_PROBLEM_NUMBER OF BATCH_CHECKPOINT_REC.
    MOVE RESUME-TABLE-COUNT   TO DONE_COUNT          OF BATCH_CHECKPOINT_REC.
    MOVE OUT-OF-BALANCE-COUNT TO SKIPPED_COUNT       OF BATCH_CHECKPOINT_REC.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF BATCH_CHECKPOINT_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF BATCH_CHECKPOINT_REC.

    IF CHECKPOINT-FOUND-FLAG = "Y"
        PERFORM 5950-CHECKPOINT-UR
    ELSE
        PERFORM 5960-CHECKPOINT-IR
    END-IF.

    PERFORM 7800-CMT_TRAN.
/
2000-COLLECT-TABLE-NAMES.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_USER_TABLES" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON USER_TABLES_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2100-FETCH-ONE-TABLE-NAME UNTIL NOT SQL_SUCCESS
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
2100-FETCH-ONE-TABLE-NAME.
    CALL "ET_FC_USER_TABLES" USING SQLCA
                                 DR-TABLE-NAME
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO TABLE-NAME-COUNT
        MOVE DR-TABLE-NAME TO TABLE-NAME-ENTRY (TABLE-NAME-COUNT)
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON USER_TABLES_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3000-RELOAD-ONE-TABLE.
    MOVE SPACES TO WS-DETAIL-LINE.
    MOVE TABLE-NAME-ENTRY (SUB1) TO DR-TABLE-NAME.
    MOVE DR-TABLE-NAME           TO WD-TABLE-NAME.

    IF SUB1 NOT > RESUME-TABLE-COUNT
        ADD 1 TO ALREADY-DONE-COUNT
        MOVE "DONE BEFORE RESTART" TO WD-OUTCOME
        MOVE WS-DETAIL-LINE TO RELOAD-REPORT-LINE
        WRITE RELOAD-REPORT-LINE
        GO TO 3000-RELOAD-ONE-TABLE-EXIT
    END-IF.

    MOVE "N"  TO END-OF-FILE-FLAG.
    MOVE "N"  TO TRAILER-FOUND-FLAG.
    MOVE ZERO TO TRAILER-ROW-COUNT.
    MOVE ZERO TO TRAILER-PROBLEM-HASH.
    MOVE ZERO TO TRAILER-TMSTAMP-HASH.
    MOVE ZERO TO FILE-ROW-COUNT.
    MOVE ZERO TO FILE-PROBLEM-HASH.
    MOVE ZERO TO FILE-TMSTAMP-HASH.
    MOVE ZERO TO DB-ROW-COUNT.
    MOVE ZERO TO DB-PROBLEM-HASH.
    MOVE ZERO TO DB-TMSTAMP-HASH.
    MOVE ZERO TO TABLE-LOADED-COUNT.
    MOVE ZERO TO TABLE-REJECT-COUNT.
    MOVE ZERO TO BAD-RECORD-COUNT.

    MOVE SPACES TO WS-EXPORT-FILE-SPEC.
    STRING "DR_EXPORT:"  DELIMITED BY SIZE
           DR-TABLE-NAME DELIMITED BY SPACE
           ".EXP"        DELIMITED BY SIZE
      INTO WS-EXPORT-FILE-SPEC.

*   NO FILE OR A FILE FOR ANOTHER TABLE LEAVES THE DR TABLE AS IT
*   STANDS - IT IS NOT EMPTIED ON THE STRENGTH OF A BAD FILE
    OPEN INPUT DR-EXPORT-FILE.

    PERFORM 3100-READ-ONE-RECORD.

    IF END-OF-FILE-FLAG = "Y"
    OR DX-RECORD-TYPE NOT = "H"
        MOVE "NO EXPORT FILE" TO WD-OUTCOME
        CLOSE DR-EXPORT-FILE
        PERFORM 3900-TABLE-OUT-OF-BALANCE
        GO TO 3000-RELOAD-ONE-TABLE-EXIT
    END-IF.

    IF DX-HDR-TABLE-NAME NOT = DR-TABLE-NAME
        MOVE "WRONG EXPORT FILE" TO WD-OUTCOME
        CLOSE DR-EXPORT-FILE
        PERFORM 3900-TABLE-OUT-OF-BALANCE
        GO TO 3000-RELOAD-ONE-TABLE-EXIT
    END-IF.

    PERFORM 3200-CLEAR-TABLE.

    MOVE ZERO TO BATCH-ROW-COUNT.

    PERFORM 7100-START_TRAN_RW.

    PERFORM 3100-READ-ONE-RECORD.

    PERFORM 3300-LOAD-ONE-RECORD UNTIL END-OF-FILE-FLAG = "Y".

    PERFORM 7800-CMT_TRAN.

    CLOSE DR-EXPORT-FILE.

    PERFORM 3500-READ-BACK-TABLE.

    MOVE TRAILER-ROW-COUNT  TO WD-TRAILER-ROWS.
    MOVE TABLE-LOADED-COUNT TO WD-LOADED-ROWS.
    MOVE DB-ROW-COUNT       TO WD-DB-ROWS.

    EVALUATE TRUE
    WHEN TRAILER-FOUND-FLAG NOT = "Y"
        MOVE "NO TRAILER - FILE CUT SHORT" TO WD-OUTCOME
    WHEN BAD-RECORD-COUNT  NOT = ZERO
    OR   FILE-ROW-COUNT    NOT = TRAILER-ROW-COUNT
    OR   FILE-PROBLEM-HASH NOT = TRAILER-PROBLEM-HASH
    OR   FILE-TMSTAMP-HASH NOT = TRAILER-TMSTAMP-HASH
        MOVE "FILE DOES NOT BALANCE"       TO WD-OUTCOME
    WHEN DB-ROW-COUNT      NOT = TRAILER-ROW-COUNT
    OR   DB-PROBLEM-HASH   NOT = TRAILER-PROBLEM-HASH
    OR   DB-TMSTAMP-HASH   NOT = TRAILER-TMSTAMP-HASH
        MOVE "DATABASE DOES NOT BALANCE"   TO WD-OUTCOME
    WHEN OTHER
        MOVE "BALANCED"                    TO WD-OUTCOME
    END-EVALUATE.

    IF WD-OUTCOME NOT = "BALANCED"
        PERFORM 3900-TABLE-OUT-OF-BALANCE
        GO TO 3000-RELOAD-ONE-TABLE-EXIT
    END-IF.

    ADD 1 TO BALANCED-COUNT.

    MOVE WS-DETAIL-LINE TO RELOAD-REPORT-LINE.
    WRITE RELOAD-REPORT-LINE.

    PERFORM 7100-START_TRAN_RW.
    PERFORM 5900-UPDATE-CHECKPOINT.
    PERFORM 7800-CMT_TRAN.
*
3000-RELOAD-ONE-TABLE-EXIT.
    EXIT.
*
3100-READ-ONE-RECORD.
    READ DR-EXPORT-FILE
        AT END
            MOVE "Y" TO END-OF-FILE-FLAG
    END-READ.
*
3200-CLEAR-TABLE.
    PERFORM 7100-START_TRAN_RW.

    CALL "ET_DR_TABLE_ALL" USING SQLCA
                                 DR-TABLE-NAME
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TABLE_ALL_DR CODE=" SQLCODE WITH CONVERSION
        DISPLAY "TABLE " DR-TABLE-NAME
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.
*
3300-LOAD-ONE-RECORD.
    EVALUATE DX-RECORD-TYPE
    WHEN "D"
        ADD 1 TO FILE-ROW-COUNT
        ADD 1 TO ROWS-READ-COUNT
        ADD DX-ROW-PROBLEM-NUMBER TO FILE-PROBLEM-HASH
        DIVIDE DX-ROW-TMSTAMP-TOTAL BY ONE-SECOND-BIN
            GIVING WS-ROW-SECONDS
        ADD WS-ROW-SECONDS        TO FILE-TMSTAMP-HASH
        PERFORM 3400-INSERT-ONE-ROW
    WHEN "T"
        MOVE "Y"                 TO TRAILER-FOUND-FLAG
        MOVE DX-TRL-ROW-COUNT    TO TRAILER-ROW-COUNT
        MOVE DX-TRL-PROBLEM-HASH TO TRAILER-PROBLEM-HASH
        MOVE DX-TRL-TMSTAMP-HASH TO TRAILER-TMSTAMP-HASH
    WHEN OTHER
        ADD 1 TO BAD-RECORD-COUNT
    END-EVALUATE.

    PERFORM 3100-READ-ONE-RECORD.
*
3400-INSERT-ONE-ROW.
    CALL "ET_IR_TABLE_RELOAD" USING SQLCA
                                 DR-TABLE-NAME
                                 DX-ROW-IMAGE
    END-CALL.

*   A ROW THAT WILL NOT GO IN IS COUNTED, NOT FATAL - THE READ-BACK
*   THEN FAILS TO BALANCE AND THE LISTING SHOWS WHICH TABLE
    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO TABLE-LOADED-COUNT
        ADD 1 TO ROWS-LOADED-COUNT
    WHEN OTHER
        IF TABLE-REJECT-COUNT = ZERO
            DISPLAY "ERROR ON TABLE_RELOAD_IR CODE=" SQLCODE
                    WITH CONVERSION
            DISPLAY "TABLE " DR-TABLE-NAME
        END-IF
        ADD 1 TO TABLE-REJECT-COUNT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    ADD 1 TO BATCH-ROW-COUNT.
    IF BATCH-ROW-COUNT NOT < RELOAD-COMMIT-INTERVAL
        PERFORM 7800-CMT_TRAN
        PERFORM 7100-START_TRAN_RW
        MOVE ZERO TO BATCH-ROW-COUNT
    END-IF.
/
3500-READ-BACK-TABLE.
*   THE SAME UNLOAD CURSOR THE EXPORT USED, SO THE TOTALS ARE WORKED
*   OUT FROM THE RELOADED ROWS EXACTLY AS THEY WERE ON THE LIVE SIDE
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_TABLE_UNLOAD" USING SQLCA
                                 DR-TABLE-NAME
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TABLE_UNLOAD_OC CODE=" SQLCODE WITH CONVERSION
        DISPLAY "TABLE " DR-TABLE-NAME
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3510-READ-BACK-ONE-ROW UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_TABLE_UNLOAD" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TABLE_UNLOAD_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.
*
3510-READ-BACK-ONE-ROW.
    CALL "ET_FC_TABLE_UNLOAD" USING SQLCA
                                 UNLOAD-ROW-IMAGE
                                 UNLOAD-PROBLEM-NUMBER
                                 UNLOAD-TMSTAMP-TOTAL
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1                     TO DB-ROW-COUNT
        ADD UNLOAD-PROBLEM-NUMBER TO DB-PROBLEM-HASH
        DIVIDE UNLOAD-TMSTAMP-TOTAL BY ONE-SECOND-BIN
            GIVING WS-ROW-SECONDS
        ADD WS-ROW-SECONDS        TO DB-TMSTAMP-HASH
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TABLE_UNLOAD_FC CODE=" SQLCODE WITH CONVERSION
        DISPLAY "TABLE " DR-TABLE-NAME
        GO TO 9900-EXIT
    END-EVALUATE.
*
3900-TABLE-OUT-OF-BALANCE.
    ADD 1 TO OUT-OF-BALANCE-COUNT.

    MOVE WS-DETAIL-LINE TO RELOAD-REPORT-LINE.
    WRITE RELOAD-REPORT-LINE.

    PERFORM 7100-START_TRAN_RW.
    PERFORM 5900-UPDATE-CHECKPOINT.
    PERFORM 7800-CMT_TRAN.
/
4500-CLOSE-CHECKPOINT.
    PERFORM 7100-START_TRAN_RW.

    MOVE "C" TO RUN_STATUS OF BATCH_CHECKPOINT_REC.

    PERFORM 5900-UPDATE-CHECKPOINT.

    PERFORM 7800-CMT_TRAN.
/
5900-UPDATE-CHECKPOINT.
    MOVE CHECKPOINT-JOB-NAME TO JOB_NAME OF BATCH_CHECKPOINT_REC.

    IF RUN_STATUS OF BATCH_CHECKPOINT_REC NOT = "C"
        MOVE "R"  TO RUN_STATUS OF BATCH_CHECKPOINT_REC
        MOVE SUB1 TO DONE_COUNT OF BATCH_CHECKPOINT_REC
    END-IF.

    MOVE ZERO                 TO LAST_PROBLEM_NUMBER OF BATCH_CHECKPOINT_REC.
    MOVE OUT-OF-BALANCE-COUNT TO SKIPPED_COUNT       OF BATCH_CHECKPOINT_REC.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF BATCH_CHECKPOINT_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF BATCH_CHECKPOINT_REC.

    PERFORM 5950-CHECKPOINT-UR.
*
5950-CHECKPOINT-UR.
    CALL "ET_UR_BATCH_CHECKPOINT" USING SQLCA
                                 JOB_NAME            OF BATCH_CHECKPOINT_REC
                                 RUN_STATUS          OF BATCH_CHECKPOINT_REC
                                 LAST_PROBLEM_NUMBER OF BATCH_CHECKPOINT_REC
                                 DONE_COUNT          OF BATCH_CHECKPOINT_REC
                                 SKIPPED_COUNT       OF BATCH_CHECKPOINT_REC
                                 REC_USER            OF BATCH_CHECKPOINT_REC
                                 REC_TMSTAMP         OF BATCH_CHECKPOINT_REC
    END-CALL.

*   GONE AFTER BATCH_CHECKPOINT ITSELF WAS RELOADED - PUT IT BACK
    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        PERFORM 5960-CHECKPOINT-IR
    WHEN OTHER
        DISPLAY "ERROR ON CHECKPOINT_UR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5960-CHECKPOINT-IR.
    CALL "ET_IR_BATCH_CHECKPOINT" USING SQLCA
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
    WHEN OTHER
        DISPLAY "ERROR ON CHECKPOINT_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
6100-PRINT-TOTALS.
    MOVE SPACES TO RELOAD-REPORT-LINE.
    WRITE RELOAD-REPORT-LINE.

    MOVE BALANCED-COUNT   TO WT-BALANCED-COUNT.
    MOVE WS-BALANCED-LINE TO RELOAD-REPORT-LINE.
    WRITE RELOAD-REPORT-LINE.

    MOVE OUT-OF-BALANCE-COUNT TO WT-UNBALANCED-COUNT.
    MOVE WS-UNBALANCED-LINE   TO RELOAD-REPORT-LINE.
    WRITE RELOAD-REPORT-LINE.

    MOVE ROWS-LOADED-COUNT TO WT-ROW-COUNT.
    MOVE WS-ROWS-LINE      TO RELOAD-REPORT-LINE.
    WRITE RELOAD-REPORT-LINE.

    IF ALREADY-DONE-COUNT > ZERO
        MOVE ALREADY-DONE-COUNT TO WT-DONE-COUNT
        MOVE WS-DONE-LINE       TO RELOAD-REPORT-LINE
        WRITE RELOAD-REPORT-LINE
    END-IF.

    MOVE SPACES TO RELOAD-REPORT-LINE.
    WRITE RELOAD-REPORT-LINE.

    MOVE SPACES TO WS-VERDICT-LINE.
    IF OUT-OF-BALANCE-COUNT > ZERO
        MOVE "RELOAD NOT VERIFIED - OUT OF BALANCE:" TO WV-VERDICT
        MOVE OUT-OF-BALANCE-COUNT                    TO WV-TABLE-COUNT
        MOVE " TABLE(S)"                             TO WV-VERDICT-TAIL
        DISPLAY "RELOAD NOT VERIFIED - " OUT-OF-BALANCE-COUNT
                " TABLE(S) OUT OF BALANCE" WITH CONVERSION
    ELSE
        MOVE "RELOAD VERIFIED - EVERY TABLE BALANCES" TO WV-VERDICT
    END-IF.
    MOVE WS-VERDICT-LINE TO RELOAD-REPORT-LINE.
    WRITE RELOAD-REPORT-LINE.
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
    CLOSE RELOAD-REPORT-FILE.
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
    MOVE ROWS-READ-COUNT      TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE ROWS-LOADED-COUNT    TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE OUT-OF-BALANCE-COUNT TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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

*   GONE IF JOB_RUN_LOG WAS RELOADED SINCE THE START ROW WENT IN
    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        CALL "ET_IR_JOB_RUN_LOG" USING SQLCA
                                 JOB_NAME       OF JOB_RUN_LOG_REC
                                 START_TMSTAMP  OF JOB_RUN_LOG_REC
                                 END_TMSTAMP    OF JOB_RUN_LOG_REC
                                 RUN_STATUS     OF JOB_RUN_LOG_REC
                                 READ_COUNT     OF JOB_RUN_LOG_REC
                                 UPDATE_COUNT   OF JOB_RUN_LOG_REC
                                 REJECT_COUNT   OF JOB_RUN_LOG_REC
                                 REC_USER       OF JOB_RUN_LOG_REC
        END-CALL
        IF NOT SQL_SUCCESS
            DISPLAY "ERROR ON JOB_RUN_LOG_IR CODE=" SQLCODE WITH CONVERSION
        END-IF
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
* **************** END OF SOURCE EZITRAK124 ****************
