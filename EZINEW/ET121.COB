IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK121                                                 *
*   Program Name : Table Size Snapshot                                        *
*   Summary      : Nightly step in the EZITRAK026 chain, run after            *
*                  EZITRAK084 so the counts are taken once the night's        *
*                  archive, purge and log housekeeping are done. Lists        *
*                  every EZITRAK base table from the database's own           *
*                  relation catalogue, counts each one's rows and records     *
*                  the count in TABLE_SIZE_HISTORY under the run day's        *
*                  date, so the EZITRAK122 capacity report can show which     *
*                  tables are eating the disk. A rerun on the same day        *
*                  rewrites that day's row instead of adding another. A       *
*                  table whose count cannot be taken is listed on the run     *
*                  listing and skipped; the rest are still recorded.          *
*                                                                             *
*   TABLES  USED : every EZITRAK base table (Input - row count only)          *
*                  TABLE_SIZE_HISTORY   (Update)                              *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : TABLE_SIZE_HISTORY is a new CDD table, not yet generated *
*                  - TABLE_NAME PIC X(31) + SNAPSHOT_DATE PIC S9(11)V9(7)   *
*                  COMP (midnight of the run day) key, ROW_COUNT PIC S9(9)  *
*                  COMP, REC_USER PIC X(8) and REC_TMSTAMP PIC S9(11)V9(7)  *
*                  COMP. A DBA/CDD maintainer needs to create the table and *
*                  generate ET_IR_TABLE_SIZE_HISTORY and                    *
*                  ET_UR_TABLE_SIZE_HISTORY on the key, plus two catalogue  *
*                  modules: the cursor ET_OC/FC/CC_USER_TABLES              *
*                  (RDB$RELATION_NAME of every RDB$RELATIONS row WHERE      *
*                  RDB$SYSTEM_FLAG = 0 AND RDB$VIEW_BLR IS MISSING, ORDER   *
*                  BY RDB$RELATION_NAME) and ET_SS_TABLE_ROW_COUNT          *
*                  (TABLE_NAME in, ROW_COUNT out - a dynamic SELECT         *
*                  COUNT(*) prepared from the name, since one module per    *
*                  table would need regenerating every time a table is      *
*                  added).                                                  *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK121.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SNAPSHOT-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  SNAPSHOT-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  SNAPSHOT-REPORT-LINE                            PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.TABLE_SIZE_HISTORY_REC"    from dictionary.
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
 01  ONE-DAY-BIN                                 PIC S9(11)V9(7) COMP
                                                    VALUE 864000000000.
 01  WS-DAY-NUMBER                               PIC S9(9) COMP.
 01  WS-SNAPSHOT-DATE-BIN                        PIC S9(11)V9(7) COMP.

 01  SUB1                                        PIC S9(4) COMP.
 01  TABLE-NAME-COUNT                            PIC S9(4) COMP.
 01  TABLE-NAME-MAX                              PIC S9(4) COMP VALUE 300.
 01  TABLE-NAME-TABLE.
     05  TABLE-NAME-ENTRY OCCURS 300 TIMES       PIC X(31).

 01  WS-COUNT-OK-FLAG                            PIC X.
 01  RECORDED-COUNT                              PIC S9(9) COMP VALUE 0.
 01  FAILED-COUNT                                PIC S9(9) COMP VALUE 0.

 01  WS-DETAIL-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-TABLE-NAME                           PIC X(31).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-ROW-COUNT                            PIC ZZZ,ZZZ,ZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-OUTCOME                              PIC X(24).

 01  WS-TOTALS-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "TABLES RECORDED  = ".
     05  WT-RECORDED-COUNT                       PIC ZZZZZZZZ9.
 01  WS-FAILED-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "TABLES NOT COUNTED=".
     05  WT-FAILED-COUNT                         PIC ZZZZZZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK121".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 2000-COLLECT-TABLE-NAMES.

    PERFORM 3000-RECORD-ONE-TABLE VARYING SUB1 FROM 1 BY 1
                                  UNTIL SUB1 > TABLE-NAME-COUNT.

    PERFORM 6100-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO TABLE-NAME-COUNT.
    MOVE ZERO TO RECORDED-COUNT.
    MOVE ZERO TO FAILED-COUNT.

*   ONE SNAPSHOT PER DAY - THE ROW IS DATED MIDNIGHT SO A RERUN
*   LANDS ON THE SAME KEY
    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.
    DIVIDE CURRENT_DATE_BIN BY ONE-DAY-BIN GIVING WS-DAY-NUMBER.
    MOVE ONE-DAY-BIN TO WS-SNAPSHOT-DATE-BIN.
    MULTIPLY WS-DAY-NUMBER BY WS-SNAPSHOT-DATE-BIN.

    OPEN OUTPUT SNAPSHOT-REPORT-FILE.

    MOVE "TABLE SIZE SNAPSHOT" TO SNAPSHOT-REPORT-LINE.
    WRITE SNAPSHOT-REPORT-LINE.
    MOVE SPACES TO SNAPSHOT-REPORT-LINE.
    WRITE SNAPSHOT-REPORT-LINE.
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
                                 TABLE_NAME OF TABLE_SIZE_HISTORY_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO TABLE-NAME-COUNT
        MOVE TABLE_NAME OF TABLE_SIZE_HISTORY_REC
          TO TABLE-NAME-ENTRY (TABLE-NAME-COUNT)
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON USER_TABLES_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3000-RECORD-ONE-TABLE.
    MOVE TABLE-NAME-ENTRY (SUB1) TO WD-TABLE-NAME.

    PERFORM 3100-COUNT-TABLE-ROWS.

    IF WS-COUNT-OK-FLAG = "Y"
        PERFORM 3200-WRITE-HISTORY-ROW
        MOVE ROW_COUNT OF TABLE_SIZE_HISTORY_REC TO WD-ROW-COUNT
        MOVE "RECORDED"         TO WD-OUTCOME
        ADD 1 TO RECORDED-COUNT
    ELSE
        MOVE ZERO               TO WD-ROW-COUNT
        MOVE "COUNT FAILED"     TO WD-OUTCOME
        ADD 1 TO FAILED-COUNT
    END-IF.

    MOVE WS-DETAIL-LINE TO SNAPSHOT-REPORT-LINE.
    WRITE SNAPSHOT-REPORT-LINE.
*
3100-COUNT-TABLE-ROWS.
*   ONE SHORT READ-ONLY TRANSACTION PER TABLE - A TABLE THAT CANNOT BE
*   COUNTED IS REPORTED AND SKIPPED SO THE REST OF THE NIGHT IS KEPT
    MOVE "N" TO WS-COUNT-OK-FLAG.

    PERFORM 7000-START_TRAN_RO.

    MOVE TABLE-NAME-ENTRY (SUB1) TO TABLE_NAME OF TABLE_SIZE_HISTORY_REC.
    MOVE ZERO TO ROW_COUNT OF TABLE_SIZE_HISTORY_REC.

    CALL "ET_SS_TABLE_ROW_COUNT" USING SQLCA
                                 TABLE_NAME OF TABLE_SIZE_HISTORY_REC
                                 ROW_COUNT  OF TABLE_SIZE_HISTORY_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO WS-COUNT-OK-FLAG
    WHEN OTHER
        DISPLAY "ERROR ON TABLE_ROW_COUNT_SS CODE=" SQLCODE
                WITH CONVERSION
        DISPLAY "TABLE " TABLE-NAME-ENTRY (SUB1)
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.
*
3200-WRITE-HISTORY-ROW.
    PERFORM 7100-START_TRAN_RW.

    MOVE TABLE-NAME-ENTRY (SUB1) TO TABLE_NAME   OF TABLE_SIZE_HISTORY_REC.
    MOVE WS-SNAPSHOT-DATE-BIN    TO SNAPSHOT_DATE OF TABLE_SIZE_HISTORY_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER OF TABLE_SIZE_HISTORY_REC.
    CALL "SYS$GETTIM" USING
        BY REFERENCE REC_TMSTAMP OF TABLE_SIZE_HISTORY_REC.

    CALL "ET_IR_TABLE_SIZE_HISTORY" USING SQLCA
                                 TABLE_NAME    OF TABLE_SIZE_HISTORY_REC
                                 SNAPSHOT_DATE OF TABLE_SIZE_HISTORY_REC
                                 ROW_COUNT     OF TABLE_SIZE_HISTORY_REC
                                 REC_USER      OF TABLE_SIZE_HISTORY_REC
                                 REC_TMSTAMP   OF TABLE_SIZE_HISTORY_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        CALL "ET_UR_TABLE_SIZE_HISTORY" USING SQLCA
                                 TABLE_NAME    OF TABLE_SIZE_HISTORY_REC
                                 SNAPSHOT_DATE OF TABLE_SIZE_HISTORY_REC
                                 ROW_COUNT     OF TABLE_SIZE_HISTORY_REC
                                 REC_USER      OF TABLE_SIZE_HISTORY_REC
                                 REC_TMSTAMP   OF TABLE_SIZE_HISTORY_REC
        END-CALL
        IF NOT SQL_SUCCESS
            DISPLAY "ERROR ON TABLE_SIZE_UR CODE=" SQLCODE
                    WITH CONVERSION
            GO TO 9900-EXIT
        END-IF
    WHEN OTHER
        DISPLAY "ERROR ON TABLE_SIZE_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
/
6100-PRINT-TOTALS.
    MOVE SPACES TO SNAPSHOT-REPORT-LINE.
    WRITE SNAPSHOT-REPORT-LINE.

    MOVE RECORDED-COUNT TO WT-RECORDED-COUNT.
    MOVE WS-TOTALS-LINE TO SNAPSHOT-REPORT-LINE.
    WRITE SNAPSHOT-REPORT-LINE.

    MOVE FAILED-COUNT   TO WT-FAILED-COUNT.
    MOVE WS-FAILED-LINE TO SNAPSHOT-REPORT-LINE.
    WRITE SNAPSHOT-REPORT-LINE.
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
    CLOSE SNAPSHOT-REPORT-FILE.
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
    MOVE TABLE-NAME-COUNT TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE RECORDED-COUNT   TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE FAILED-COUNT     TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK121 ****************
