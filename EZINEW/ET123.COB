IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK123                                                 *
*   Program Name : DR Logical Export                                          *
*   Summary      : Batch job that unloads every live EZITRAK base table       *
*                  to its own sequential file for shipping to the DR          *
*                  site. The table list comes from the relation               *
*                  catalogue, the same list EZITRAK121 counts, so a new       *
*                  table is exported without a change here. Each file,        *
*                  DR_EXPORT:<table name>.EXP, holds an "H" header (table     *
*                  name and export time), one "D" record per row and a        *
*                  "T" trailer with the control totals - row count, the       *
*                  sum of PROBLEM_NUMBER and the sum of every timestamp       *
*                  column in whole seconds - which EZITRAK124 balances        *
*                  after reloading the DR database. Each table is read        *
*                  in its own read-only transaction, so run it in the         *
*                  overnight window when nobody is updating. Progress is      *
*                  kept per table in BATCH_CHECKPOINT; an "R" entered at      *
*                  the ACCEPT ... FROM SYS$COMMAND prompt restarts a          *
*                  failed run after the last table it finished. The           *
*                  SYS$PRINT listing carries each table's totals for the      *
*                  DR log book.                                               *
*                                                                             *
*   TABLES  USED : every EZITRAK base table (Input)                           *
*                  BATCH_CHECKPOINT     (Update)                              *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : reads each table through a new cursor a DBA/CDD          *
*                  maintainer needs to generate: ET_OC/FC/CC_TABLE_UNLOAD   *
*                  (TABLE_NAME in; per row ROW_IMAGE PIC X(2000) - every    *
*                  column in RDB$FIELD_POSITION order in its stored form,   *
*                  end to end and space filled - ROW_PROBLEM_NUMBER PIC     *
*                  9(9), the row's PROBLEM_NUMBER or zero where the table   *
*                  has none, and ROW_TMSTAMP_TOTAL PIC S9(11)V9(7) COMP,    *
*                  the sum of the row's DATE VMS columns). Like             *
*                  ET_SS_TABLE_ROW_COUNT it is a dynamic SELECT prepared    *
*                  from the catalogue, so no table needs its own module.    *
*                  The table list is EZITRAK121's ET_OC/FC/CC_USER_TABLES.  *
*                                                                             *
*   NOTE         : the BATCH_CHECKPOINT row is JOB_NAME EZITRAK123 with     *
*                  DONE_COUNT holding the number of tables finished, in     *
*                  catalogue order. A restart assumes no table was added or *
*                  dropped since the failed run; if one was, run it afresh. *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK123.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DR-EXPORT-FILE ASSIGN TO "DR_EXPORT"
        ORGANIZATION IS SEQUENTIAL.
    SELECT EXPORT-REPORT-FILE ASSIGN TO "SYS$PRINT"
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

FD  EXPORT-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  EXPORT-REPORT-LINE                          PIC X(132).
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

 01  SUB1                                        PIC S9(4) COMP.
 01  TABLE-NAME-COUNT                            PIC S9(4) COMP.
 01  TABLE-NAME-MAX                              PIC S9(4) COMP VALUE 300.
 01  TABLE-NAME-TABLE.
     05  TABLE-NAME-ENTRY OCCURS 300 TIMES       PIC X(31).

*   ONE ROW FROM THE UNLOAD CURSOR
 01  UNLOAD-ROW-IMAGE                            PIC X(2000).
 01  UNLOAD-PROBLEM-NUMBER                       PIC 9(9).
 01  UNLOAD-TMSTAMP-TOTAL                        PIC S9(11)V9(7) COMP.
 01  WS-ROW-SECONDS                              PIC S9(11) COMP.

*   CONTROL TOTALS FOR THE TABLE IN HAND
 01  TABLE-ROW-COUNT                             PIC S9(9)  COMP.
 01  TABLE-PROBLEM-HASH                          PIC S9(18) COMP.
 01  TABLE-TMSTAMP-HASH                          PIC S9(18) COMP.

 01  EXPORTED-TABLE-COUNT                        PIC S9(9) COMP VALUE 0.
 01  EXPORTED-ROW-COUNT                          PIC S9(9) COMP VALUE 0.
 01  ALREADY-DONE-COUNT                          PIC S9(9) COMP VALUE 0.

 01  WS-RESTART-MODE-TEXT                        PIC X(1).
 01  RESUME-TABLE-COUNT                          PIC S9(4) COMP VALUE 0.
 01  CHECKPOINT-FOUND-FLAG                       PIC X.
 01  CHECKPOINT-JOB-NAME                         PIC X(12) VALUE "EZITRAK123".

 01  WS-DETAIL-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-TABLE-NAME                           PIC X(31).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-ROW-COUNT                            PIC ZZZ,ZZZ,ZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-PROBLEM-HASH                         PIC Z(17)9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-TMSTAMP-HASH                         PIC Z(17)9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-OUTCOME                              PIC X(20).

 01  WS-HEADING-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  FILLER                                  PIC X(31) VALUE "TABLE".
     05  FILLER                                  PIC X(13) VALUE
                                                    "         ROWS".
     05  FILLER                                  PIC X(20) VALUE
                                                    "        PROBLEM HASH".
     05  FILLER                                  PIC X(20) VALUE
                                                    "      TIMESTAMP HASH".

 01  WS-TOTALS-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "TABLES EXPORTED  = ".
     05  WT-TABLE-COUNT                          PIC ZZZZZZZZ9.
 01  WS-ROWS-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "ROWS EXPORTED    = ".
     05  WT-ROW-COUNT                            PIC ZZZZZZZZ9.
 01  WS-DONE-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "DONE BEFORE RESTART=".
     05  WT-DONE-COUNT                           PIC ZZZZZZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK123".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 2000-COLLECT-TABLE-NAMES.

    PERFORM 3000-EXPORT-ONE-TABLE THRU 3000-EXPORT-ONE-TABLE-EXIT
                                  VARYING SUB1 FROM 1 BY 1
                                  UNTIL SUB1 > TABLE-NAME-COUNT.

    PERFORM 4500-CLOSE-CHECKPOINT.

    PERFORM 6100-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO TABLE-NAME-COUNT.
    MOVE ZERO TO EXPORTED-TABLE-COUNT.
    MOVE ZERO TO EXPORTED-ROW-COUNT.
    MOVE ZERO TO ALREADY-DONE-COUNT.

    MOVE SPACES TO WS-RESTART-MODE-TEXT.
    ACCEPT WS-RESTART-MODE-TEXT FROM SYS$COMMAND.

    PERFORM 1200-READ-CHECKPOINT.

    PERFORM 1300-WRITE-START-CHECKPOINT.

    OPEN OUTPUT EXPORT-REPORT-FILE.

    MOVE "DR LOGICAL EXPORT" TO EXPORT-REPORT-LINE.
    WRITE EXPORT-REPORT-LINE.
    MOVE SPACES TO EXPORT-REPORT-LINE.
    WRITE EXPORT-REPORT-LINE.
    MOVE WS-HEADING-LINE TO EXPORT-REPORT-LINE.
    WRITE EXPORT-REPORT-LINE.
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
        MOVE DONE_COUNT OF BATCH_CHECKPOINT_REC TO RESUME-TABLE-COUNT
        DISPLAY "RESTART - RESUMING AFTER TABLE "
                RESUME-TABLE-COUNT WITH CONVERSION
    ELSE
        MOVE ZERO TO RESUME-TABLE-COUNT
    END-IF.
*
1300-WRITE-START-CHECKPOINT.
    PERFORM 7100-START_TRAN_RW.

    MOVE CHECKPOINT-JOB-NAME TO JOB_NAME            OF BATCH_CHECKPOINT_REC.
    MOVE "R"                 TO RUN_STATUS          OF BATCH_CHECKPOINT_REC.
    MOVE ZERO                TO LAST_PROBLEM_NUMBER OF BATCH_CHECKPOINT_REC.
    MOVE RESUME-TABLE-COUNT  TO DONE_COUNT          OF BATCH_CHECKPOINT_REC.
    MOVE ZERO                TO SKIPPED_COUNT       OF BATCH_CHECKPOINT_REC.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF BATCH_CHECKPOINT_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF BATCH_CHECKPOINT_REC.

    IF CHECKPOINT-FOUND-FLAG = "Y"
        PERFORM 5950-CHECKPOINT-UR
    ELSE
        CALL "ET_IR_BATCH_CHECKPOINT" USING SQLCA
                                 JOB_NAME            OF BATCH_CHECKPOINT_REC
                                 RUN_STATUS          OF BATCH_CHECKPOINT_REC
                                 LAST_PROBLEM_NUMBER OF BATCH_CHECKPOINT_REC
                                 DONE_COUNT          OF BATCH_CHECKPOINT_REC
                                 SKIPPED_COUNT       OF BATCH_CHECKPOINT_REC
                                 REC_USER            OF BATCH_CHECKPOINT_REC
                                 REC_TMSTAMP         OF BATCH_CHECKPOINT_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR ON CHECKPOINT_IR CODE=" SQLCODE WITH CONVERSION
            GO TO 9900-EXIT
        END-EVALUATE
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
3000-EXPORT-ONE-TABLE.
    MOVE SPACES TO WS-DETAIL-LINE.
    MOVE TABLE-NAME-ENTRY (SUB1) TO DR-TABLE-NAME.
    MOVE DR-TABLE-NAME           TO WD-TABLE-NAME.

    IF SUB1 NOT > RESUME-TABLE-COUNT
        ADD 1 TO ALREADY-DONE-COUNT
        MOVE "DONE BEFORE RESTART" TO WD-OUTCOME
        MOVE WS-DETAIL-LINE TO EXPORT-REPORT-LINE
        WRITE EXPORT-REPORT-LINE
        GO TO 3000-EXPORT-ONE-TABLE-EXIT
    END-IF.

    MOVE ZERO TO TABLE-ROW-COUNT.
    MOVE ZERO TO TABLE-PROBLEM-HASH.
    MOVE ZERO TO TABLE-TMSTAMP-HASH.

    MOVE SPACES TO WS-EXPORT-FILE-SPEC.
    STRING "DR_EXPORT:"  DELIMITED BY SIZE
           DR-TABLE-NAME DELIMITED BY SPACE
           ".EXP"        DELIMITED BY SIZE
      INTO WS-EXPORT-FILE-SPEC.

    OPEN OUTPUT DR-EXPORT-FILE.

    MOVE SPACES TO DR-EXPORT-RECORD.
    MOVE "H"           TO DX-RECORD-TYPE.
    MOVE DR-TABLE-NAME TO DX-HDR-TABLE-NAME.
    CALL "SYS$GETTIM" USING BY REFERENCE DX-HDR-EXPORT-TMSTAMP.
    WRITE DR-EXPORT-RECORD.

*   THE WHOLE TABLE IN ONE READ-ONLY TRANSACTION SO THE TRAILER
*   TOTALS DESCRIBE A SINGLE CONSISTENT VIEW OF IT
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

    PERFORM 3100-EXPORT-ONE-ROW UNTIL NOT SQL_SUCCESS.

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

    MOVE SPACES TO DR-EXPORT-RECORD.
    MOVE "T"                TO DX-RECORD-TYPE.
    MOVE DR-TABLE-NAME      TO DX-TRL-TABLE-NAME.
    MOVE TABLE-ROW-COUNT    TO DX-TRL-ROW-COUNT.
    MOVE TABLE-PROBLEM-HASH TO DX-TRL-PROBLEM-HASH.
    MOVE TABLE-TMSTAMP-HASH TO DX-TRL-TMSTAMP-HASH.
    WRITE DR-EXPORT-RECORD.

    CLOSE DR-EXPORT-FILE.

    ADD 1               TO EXPORTED-TABLE-COUNT.
    ADD TABLE-ROW-COUNT TO EXPORTED-ROW-COUNT.

    MOVE TABLE-ROW-COUNT    TO WD-ROW-COUNT.
    MOVE TABLE-PROBLEM-HASH TO WD-PROBLEM-HASH.
    MOVE TABLE-TMSTAMP-HASH TO WD-TMSTAMP-HASH.
    MOVE "EXPORTED"         TO WD-OUTCOME.
    MOVE WS-DETAIL-LINE TO EXPORT-REPORT-LINE.
    WRITE EXPORT-REPORT-LINE.

    PERFORM 7100-START_TRAN_RW.
    PERFORM 5900-UPDATE-CHECKPOINT.
    PERFORM 7800-CMT_TRAN.
*
3000-EXPORT-ONE-TABLE-EXIT.
    EXIT.
*
3100-EXPORT-ONE-ROW.
    CALL "ET_FC_TABLE_UNLOAD" USING SQLCA
                                 UNLOAD-ROW-IMAGE
                                 UNLOAD-PROBLEM-NUMBER
                                 UNLOAD-TMSTAMP-TOTAL
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE SPACES TO DR-EXPORT-RECORD
        MOVE "D"                   TO DX-RECORD-TYPE
        MOVE UNLOAD-PROBLEM-NUMBER TO DX-ROW-PROBLEM-NUMBER
        MOVE UNLOAD-TMSTAMP-TOTAL  TO DX-ROW-TMSTAMP-TOTAL
        MOVE UNLOAD-ROW-IMAGE      TO DX-ROW-IMAGE
        WRITE DR-EXPORT-RECORD
        ADD 1                     TO TABLE-ROW-COUNT
        ADD UNLOAD-PROBLEM-NUMBER TO TABLE-PROBLEM-HASH
        DIVIDE UNLOAD-TMSTAMP-TOTAL BY ONE-SECOND-BIN
            GIVING WS-ROW-SECONDS
        ADD WS-ROW-SECONDS        TO TABLE-TMSTAMP-HASH
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TABLE_UNLOAD_FC CODE=" SQLCODE WITH CONVERSION
        DISPLAY "TABLE " DR-TABLE-NAME
        GO TO 9900-EXIT
    END-EVALUATE.
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

    MOVE ZERO TO LAST_PROBLEM_NUMBER OF BATCH_CHECKPOINT_REC.
    MOVE ZERO TO SKIPPED_COUNT       OF BATCH_CHECKPOINT_REC.

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

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CHECKPOINT_UR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
6100-PRINT-TOTALS.
    MOVE SPACES TO EXPORT-REPORT-LINE.
    WRITE EXPORT-REPORT-LINE.

    MOVE EXPORTED-TABLE-COUNT TO WT-TABLE-COUNT.
    MOVE WS-TOTALS-LINE       TO EXPORT-REPORT-LINE.
    WRITE EXPORT-REPORT-LINE.

    MOVE EXPORTED-ROW-COUNT TO WT-ROW-COUNT.
    MOVE WS-ROWS-LINE       TO EXPORT-REPORT-LINE.
    WRITE EXPORT-REPORT-LINE.

    IF ALREADY-DONE-COUNT > ZERO
        MOVE ALREADY-DONE-COUNT TO WT-DONE-COUNT
        MOVE WS-DONE-LINE       TO EXPORT-REPORT-LINE
        WRITE EXPORT-REPORT-LINE
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
    CLOSE EXPORT-REPORT-FILE.
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
    MOVE TABLE-NAME-COUNT     TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE EXPORTED-TABLE-COUNT TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE ZERO                 TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK123 ****************
