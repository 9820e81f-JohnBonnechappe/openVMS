IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK122                                                 *
*   Program Name : Database Growth and Capacity Report                        *
*   Summary      : Monthly batch report over the TABLE_SIZE_HISTORY           *
*                  snapshots EZITRAK121 records every night. For each         *
*                  table on the newest snapshot, biggest first, it prints     *
*                  the row count, the growth since the snapshot 30 and 90     *
*                  days earlier (N/A until that much history exists) and,     *
*                  on the 30-day trend, the date the table will reach         *
*                  TABLE_SIZE_THRESHOLD rows (a SYSTEM_PARAMETER value,       *
*                  1,000,000 when none is on file) - "REACHED" once it is     *
*                  there, "NOT GROWING" when it is flat or shrinking. A       *
*                  table EZITRAK084's log housekeeping or EZITRAK012's        *
*                  archive/purge is supposed to be trimming that still        *
*                  grew over the 30 days is flagged with the job that         *
*                  should be holding it down. The listing is mailed to        *
*                  the REPORT_DISTRIBUTION list for EZITRAK122.               *
*                                                                             *
*   TABLES  USED : TABLE_SIZE_HISTORY   (Input)                               *
*                  SYSTEM_PARAMETER     (Input)                               *
*                  REPORT_DISTRIBUTION  (Input)                               *
*                  PERSON_DETAILS       (Input)                               *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : reads TABLE_SIZE_HISTORY (layout in EZITRAK121's header) *
*                  through three new modules a DBA/CDD maintainer needs to  *
*                  generate: ET_SS_TABLE_SIZE_LATEST (MAX(SNAPSHOT_DATE)    *
*                  out), the cursor ET_OC/FC/CC_TABLE_SIZE_AT               *
*                  (SNAPSHOT_DATE in; TABLE_NAME and ROW_COUNT out, ORDER   *
*                  BY ROW_COUNT DESC) and ET_SS_TABLE_SIZE_AS_AT            *
*                  (TABLE_NAME and a date in; SNAPSHOT_DATE and ROW_COUNT   *
*                  of that table's newest row at or before the date out).   *
*                  The tables each housekeeping job trims are listed in     *
*                  TRIMMED-TABLE-LIST; a table given to EZITRAK084 or       *
*                  EZITRAK012 later needs adding there.                     *
*                                                                             *
*   NOTE         : REPORT_NAME EZITRAK122 on REPORT_DISTRIBUTION            *
*                  (EZITRAK057 screen) lists who is mailed the report.      *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK122.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GROWTH-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  GROWTH-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  GROWTH-REPORT-LINE                              PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.TABLE_SIZE_HISTORY_REC"    from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"        from dictionary.
    copy "EZITRAK_CDD.SYSTEM_PARAMETER_REC"      from dictionary.
    copy "EZITRAK_CDD.REPORT_DISTRIBUTION_REC"   from dictionary.
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

 01  ONE-DAY-BIN                                 PIC S9(11)V9(7) COMP
                                                    VALUE 864000000000.
 01  TABLE-SIZE-THRESHOLD                        PIC S9(9) COMP
                                                    VALUE 1000000.
 01  PROJECTION-LIMIT-DAYS                       PIC S9(9) COMP VALUE 3650.
 01  WS-PARAMETER-FOUND-FLAG                     PIC X.
 01  WS-PARAMETER-VALUE-TEXT                     PIC X(12).
 01  WS-PARAMETER-VALUE-NUM REDEFINES WS-PARAMETER-VALUE-TEXT
                                                 PIC 9(12).
 01  WS-PARAMETER-SHIFT-TEXT                     PIC X(12).
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.
 01  WS-FMT-BIN                                  PIC S9(11)V9(7) COMP.
 01  WS-FMT-TEXT                                 PIC X(17).

 01  WS-LATEST-DATE-BIN                          PIC S9(11)V9(7) COMP.
 01  WS-BACK-30-BIN                              PIC S9(11)V9(7) COMP.
 01  WS-BACK-90-BIN                              PIC S9(11)V9(7) COMP.
 01  WS-SPAN-BIN                                 PIC S9(11)V9(7) COMP.
 01  WS-HISTORY-FOUND-FLAG                       PIC X.

 01  SUB1                                        PIC S9(4) COMP.
 01  TRIM-SUB                                    PIC S9(4) COMP.
 01  SIZE-COUNT                                  PIC S9(4) COMP.
 01  SIZE-MAX                                    PIC S9(4) COMP VALUE 300.
 01  SIZE-TABLE.
     05  SIZE-ENTRY OCCURS 300 TIMES.
         10  SZ-TABLE-NAME                       PIC X(31).
         10  SZ-ROW-COUNT                        PIC S9(9) COMP.

*   THE TABLES EACH HOUSEKEEPING JOB IS MEANT TO HOLD DOWN - SEE
*   EZITRAK084'S AND EZITRAK012'S HEADERS
 01  TRIMMED-TABLE-COUNT                         PIC S9(4) COMP VALUE 10.
 01  TRIMMED-TABLE-LIST.
     05  FILLER                                  PIC X(31) VALUE
                                                    "JOB_RUN_LOG".
     05  FILLER                                  PIC X(10) VALUE
                                                    "EZITRAK084".
     05  FILLER                                  PIC X(31) VALUE
                                                    "LOCK_CONTENTION_LOG".
     05  FILLER                                  PIC X(10) VALUE
                                                    "EZITRAK084".
     05  FILLER                                  PIC X(31) VALUE
                                                    "LOOKUP_AUDIT_LOG".
     05  FILLER                                  PIC X(10) VALUE
                                                    "EZITRAK084".
     05  FILLER                                  PIC X(31) VALUE
                                                    "AUTH_REFUSAL_LOG".
     05  FILLER                                  PIC X(10) VALUE
                                                    "EZITRAK084".
     05  FILLER                                  PIC X(31) VALUE
                                                    "PROBLEM_REDIRECT_LOG".
     05  FILLER                                  PIC X(10) VALUE
                                                    "EZITRAK084".
     05  FILLER                                  PIC X(31) VALUE
                                                    "TICKET_VIEW_LOG".
     05  FILLER                                  PIC X(10) VALUE
                                                    "EZITRAK084".
     05  FILLER                                  PIC X(31) VALUE
                                                    "PROBLEM_DETAILS".
     05  FILLER                                  PIC X(10) VALUE
                                                    "EZITRAK012".
     05  FILLER                                  PIC X(31) VALUE
                                                "PROBLEM_SOLUTION_DETAILS".
     05  FILLER                                  PIC X(10) VALUE
                                                    "EZITRAK012".
     05  FILLER                                  PIC X(31) VALUE
                                                    "PROBLEM_TEXT_DETAILS".
     05  FILLER                                  PIC X(10) VALUE
                                                    "EZITRAK012".
     05  FILLER                                  PIC X(31) VALUE
                                                    "DOC_REFERENCE".
     05  FILLER                                  PIC X(10) VALUE
                                                    "EZITRAK012".
 01  TRIMMED-TABLE-ENTRIES REDEFINES TRIMMED-TABLE-LIST.
     05  TRIMMED-TABLE-ENTRY OCCURS 10 TIMES.
         10  TRM-TABLE-NAME                      PIC X(31).
         10  TRM-JOB-NAME                        PIC X(10).

 01  WS-COUNT-30                                 PIC S9(9) COMP.
 01  WS-COUNT-90                                 PIC S9(9) COMP.
 01  WS-FOUND-30-FLAG                            PIC X.
 01  WS-FOUND-90-FLAG                            PIC X.
 01  WS-GROWTH-30                                PIC S9(9) COMP.
 01  WS-GROWTH-90                                PIC S9(9) COMP.
 01  WS-SPAN-30-DAYS                             PIC S9(9) COMP.
 01  WS-ROWS-TO-GO                               PIC S9(9) COMP.
 01  WS-DAYS-TO-GO                               PIC S9(9) COMP.
 01  WS-TRIM-JOB-NAME                            PIC X(10).

 01  TABLES-REPORTED-COUNT                       PIC S9(9) COMP VALUE 0.
 01  TABLES-FLAGGED-COUNT                        PIC S9(9) COMP VALUE 0.
 01  TABLES-REACHED-COUNT                        PIC S9(9) COMP VALUE 0.

 01  DIST-SENT-COUNT                             PIC S9(9) COMP VALUE 0.
 01  WS-DIST-EMAIL                               PIC X(40).
 01  WS-DIST-MAIL-COMMAND                        PIC X(132).
 01  DIST-RECIP-COUNT                            PIC S9(4) COMP.
 01  DIST-RECIP-SUB                              PIC S9(4) COMP.
 01  DIST-RECIP-TABLE.
     05  DIST-RECIP-ID OCCURS 20 TIMES           PIC X(8).

 01  WS-TITLE-LINE.
     05  FILLER                                  PIC X(44) VALUE
             "DATABASE GROWTH AND CAPACITY - SNAPSHOT OF ".
     05  WT-SNAPSHOT-DATE                        PIC X(11).
     05  FILLER                                  PIC X(14) VALUE
                                                    "  THRESHOLD = ".
     05  WT-THRESHOLD                            PIC ZZZ,ZZZ,ZZ9.

 01  WS-HEADING-LINE.
     05  FILLER                                  PIC X(33) VALUE
                                                    "  TABLE".
     05  FILLER                                  PIC X(13) VALUE
                                                    "         ROWS".
     05  FILLER                                  PIC X(14) VALUE
                                                    "       30 DAYS".
     05  FILLER                                  PIC X(14) VALUE
                                                    "       90 DAYS".
     05  FILLER                                  PIC X(14) VALUE
                                                    "  THRESHOLD ON".

 01  WS-DETAIL-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-TABLE-NAME                           PIC X(31).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-ROW-COUNT                            PIC ZZZ,ZZZ,ZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-GROWTH-30                            PIC X(12).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-GROWTH-90                            PIC X(12).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-PROJECTION                           PIC X(13).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-TRIM-FLAG                            PIC X(34).

 01  WS-GROWTH-EDIT                              PIC -ZZZ,ZZZ,ZZ9.

 01  WS-TOTALS-LINE.
     05  FILLER                                  PIC X(22) VALUE
                                                    "TABLES REPORTED     = ".
     05  WT-REPORTED-COUNT                       PIC ZZZZZZZZ9.
 01  WS-FLAGGED-LINE.
     05  FILLER                                  PIC X(22) VALUE
                                                    "GROWING DESPITE TRIM= ".
     05  WT-FLAGGED-COUNT                        PIC ZZZZZZZZ9.
 01  WS-REACHED-LINE.
     05  FILLER                                  PIC X(22) VALUE
                                                    "AT OR PAST THRESHOLD= ".
     05  WT-REACHED-COUNT                        PIC ZZZZZZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK122".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 2000-FIND-LATEST-SNAPSHOT.

    IF WS-HISTORY-FOUND-FLAG = "Y"
        PERFORM 3000-LOAD-LATEST-SIZES
        PERFORM 5000-REPORT-ONE-TABLE VARYING SUB1 FROM 1 BY 1
                                      UNTIL SUB1 > SIZE-COUNT
    ELSE
        MOVE "NO TABLE SIZE HISTORY ON FILE - HAS EZITRAK121 RUN?"
          TO GROWTH-REPORT-LINE
        WRITE GROWTH-REPORT-LINE
    END-IF.

    PERFORM 6100-PRINT-TOTALS.

    PERFORM 8000-FINALISATION.

    PERFORM 9300-DISTRIBUTE-REPORT.

    PERFORM 9200-WRITE-JOB-END.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO SIZE-COUNT.
    MOVE ZERO TO TABLES-REPORTED-COUNT.
    MOVE ZERO TO TABLES-FLAGGED-COUNT.
    MOVE ZERO TO TABLES-REACHED-COUNT.

    MOVE "TABLE_SIZE_THRESHOLD" TO PARAMETER_NAME
                                      OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO TABLE-SIZE-THRESHOLD
    END-IF.

    OPEN OUTPUT GROWTH-REPORT-FILE.
/
2000-FIND-LATEST-SNAPSHOT.
    MOVE "N" TO WS-HISTORY-FOUND-FLAG.

    PERFORM 7000-START_TRAN_RO.

    CALL "ET_SS_TABLE_SIZE_LATEST" USING SQLCA
                                 SNAPSHOT_DATE OF TABLE_SIZE_HISTORY_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF SNAPSHOT_DATE OF TABLE_SIZE_HISTORY_REC NOT = ZERO
            MOVE "Y" TO WS-HISTORY-FOUND-FLAG
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TABLE_SIZE_LATEST_SS CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.

    IF WS-HISTORY-FOUND-FLAG = "N"
        MOVE SPACES TO WT-SNAPSHOT-DATE
    ELSE
        MOVE SNAPSHOT_DATE OF TABLE_SIZE_HISTORY_REC
          TO WS-LATEST-DATE-BIN
        MOVE WS-LATEST-DATE-BIN TO WS-FMT-BIN
        PERFORM 8800-FORMAT-TIME
        MOVE WS-FMT-TEXT (1:11) TO WT-SNAPSHOT-DATE
        MOVE ONE-DAY-BIN TO WS-SPAN-BIN
        MULTIPLY 30 BY WS-SPAN-BIN
        SUBTRACT WS-SPAN-BIN FROM WS-LATEST-DATE-BIN
            GIVING WS-BACK-30-BIN
        MOVE ONE-DAY-BIN TO WS-SPAN-BIN
        MULTIPLY 90 BY WS-SPAN-BIN
        SUBTRACT WS-SPAN-BIN FROM WS-LATEST-DATE-BIN
            GIVING WS-BACK-90-BIN
    END-IF.

    MOVE TABLE-SIZE-THRESHOLD TO WT-THRESHOLD.
    MOVE WS-TITLE-LINE TO GROWTH-REPORT-LINE.
    WRITE GROWTH-REPORT-LINE.
    MOVE SPACES TO GROWTH-REPORT-LINE.
    WRITE GROWTH-REPORT-LINE.
    MOVE WS-HEADING-LINE TO GROWTH-REPORT-LINE.
    WRITE GROWTH-REPORT-LINE.
    MOVE SPACES TO GROWTH-REPORT-LINE.
    WRITE GROWTH-REPORT-LINE.
/
3000-LOAD-LATEST-SIZES.
    PERFORM 7000-START_TRAN_RO.

    MOVE WS-LATEST-DATE-BIN TO SNAPSHOT_DATE OF TABLE_SIZE_HISTORY_REC.

    CALL "ET_OC_TABLE_SIZE_AT" USING SQLCA
                                 SNAPSHOT_DATE OF TABLE_SIZE_HISTORY_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TABLE_SIZE_AT_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-SIZE UNTIL NOT SQL_SUCCESS
                                OR SIZE-COUNT = SIZE-MAX.

    CALL "ET_CC_TABLE_SIZE_AT" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TABLE_SIZE_AT_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.
*
3100-FETCH-ONE-SIZE.
    CALL "ET_FC_TABLE_SIZE_AT" USING SQLCA
                                 TABLE_NAME OF TABLE_SIZE_HISTORY_REC
                                 ROW_COUNT  OF TABLE_SIZE_HISTORY_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO SIZE-COUNT
        MOVE TABLE_NAME OF TABLE_SIZE_HISTORY_REC
          TO SZ-TABLE-NAME (SIZE-COUNT)
        MOVE ROW_COUNT  OF TABLE_SIZE_HISTORY_REC
          TO SZ-ROW-COUNT  (SIZE-COUNT)
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TABLE_SIZE_AT_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
5000-REPORT-ONE-TABLE.
    ADD 1 TO TABLES-REPORTED-COUNT.

    MOVE SZ-TABLE-NAME (SUB1) TO WD-TABLE-NAME.
    MOVE SZ-ROW-COUNT  (SUB1) TO WD-ROW-COUNT.

    MOVE WS-BACK-90-BIN TO SNAPSHOT_DATE OF TABLE_SIZE_HISTORY_REC.
    PERFORM 5100-READ-COUNT-AS-AT.
    MOVE WS-HISTORY-FOUND-FLAG            TO WS-FOUND-90-FLAG.
    MOVE ROW_COUNT OF TABLE_SIZE_HISTORY_REC TO WS-COUNT-90.

    MOVE WS-BACK-30-BIN TO SNAPSHOT_DATE OF TABLE_SIZE_HISTORY_REC.
    PERFORM 5100-READ-COUNT-AS-AT.
    MOVE WS-HISTORY-FOUND-FLAG            TO WS-FOUND-30-FLAG.
    MOVE ROW_COUNT OF TABLE_SIZE_HISTORY_REC TO WS-COUNT-30.

    MOVE "N/A" TO WD-GROWTH-30.
    MOVE ZERO  TO WS-GROWTH-30.
    IF WS-FOUND-30-FLAG = "Y"
        SUBTRACT WS-COUNT-30 FROM SZ-ROW-COUNT (SUB1)
            GIVING WS-GROWTH-30
        MOVE WS-GROWTH-30   TO WS-GROWTH-EDIT
        MOVE WS-GROWTH-EDIT TO WD-GROWTH-30
*       THE OLDER SNAPSHOT'S OWN DATE GIVES THE REAL SPAN IN DAYS
        SUBTRACT SNAPSHOT_DATE OF TABLE_SIZE_HISTORY_REC
            FROM WS-LATEST-DATE-BIN GIVING WS-SPAN-BIN
        DIVIDE WS-SPAN-BIN BY ONE-DAY-BIN GIVING WS-SPAN-30-DAYS
    END-IF.

    MOVE "N/A" TO WD-GROWTH-90.
    IF WS-FOUND-90-FLAG = "Y"
        SUBTRACT WS-COUNT-90 FROM SZ-ROW-COUNT (SUB1)
            GIVING WS-GROWTH-90
        MOVE WS-GROWTH-90   TO WS-GROWTH-EDIT
        MOVE WS-GROWTH-EDIT TO WD-GROWTH-90
    END-IF.

    PERFORM 5200-PROJECT-THRESHOLD THRU 5200-PROJECT-THRESHOLD-EXIT.

    PERFORM 5300-CHECK-TRIMMED-TABLE.

    MOVE WS-DETAIL-LINE TO GROWTH-REPORT-LINE.
    WRITE GROWTH-REPORT-LINE.
*
5100-READ-COUNT-AS-AT.
*   THE TABLE'S NEWEST SNAPSHOT AT OR BEFORE THE DATE ASKED FOR - A
*   MISSED NIGHT STILL LEAVES A COMPARISON POINT
    MOVE "N" TO WS-HISTORY-FOUND-FLAG.

    PERFORM 7000-START_TRAN_RO.

    MOVE SZ-TABLE-NAME (SUB1) TO TABLE_NAME OF TABLE_SIZE_HISTORY_REC.
    MOVE ZERO TO ROW_COUNT OF TABLE_SIZE_HISTORY_REC.

    CALL "ET_SS_TABLE_SIZE_AS_AT" USING SQLCA
                                 TABLE_NAME    OF TABLE_SIZE_HISTORY_REC
                                 SNAPSHOT_DATE OF TABLE_SIZE_HISTORY_REC
                                 ROW_COUNT     OF TABLE_SIZE_HISTORY_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO WS-HISTORY-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON TABLE_SIZE_AS_AT_SS CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.
*
5200-PROJECT-THRESHOLD.
*   STRAIGHT-LINE ON THE 30-DAY TREND: DAYS TO GO = ROWS TO GO *
*   SPAN DAYS / ROWS GAINED OVER THE SPAN
    IF SZ-ROW-COUNT (SUB1) NOT < TABLE-SIZE-THRESHOLD
        MOVE "REACHED" TO WD-PROJECTION
        ADD 1 TO TABLES-REACHED-COUNT
        GO TO 5200-PROJECT-THRESHOLD-EXIT
    END-IF.

    IF WS-FOUND-30-FLAG = "N"
        MOVE "N/A" TO WD-PROJECTION
        GO TO 5200-PROJECT-THRESHOLD-EXIT
    END-IF.

    IF WS-GROWTH-30 NOT > ZERO
    OR WS-SPAN-30-DAYS NOT > ZERO
        MOVE "NOT GROWING" TO WD-PROJECTION
        GO TO 5200-PROJECT-THRESHOLD-EXIT
    END-IF.

    SUBTRACT SZ-ROW-COUNT (SUB1) FROM TABLE-SIZE-THRESHOLD
        GIVING WS-ROWS-TO-GO.
    DIVIDE WS-GROWTH-30 INTO WS-ROWS-TO-GO GIVING WS-DAYS-TO-GO.
    MULTIPLY WS-SPAN-30-DAYS BY WS-DAYS-TO-GO.

    IF WS-DAYS-TO-GO > PROJECTION-LIMIT-DAYS
        MOVE "OVER 10 YEARS" TO WD-PROJECTION
        GO TO 5200-PROJECT-THRESHOLD-EXIT
    END-IF.

    MOVE ONE-DAY-BIN TO WS-FMT-BIN.
    MULTIPLY WS-DAYS-TO-GO BY WS-FMT-BIN.
    ADD WS-LATEST-DATE-BIN TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT (1:11) TO WD-PROJECTION.
*
5200-PROJECT-THRESHOLD-EXIT.
    EXIT.
*
5300-CHECK-TRIMMED-TABLE.
    MOVE SPACES TO WD-TRIM-FLAG.
    MOVE SPACES TO WS-TRIM-JOB-NAME.

    PERFORM 5310-MATCH-TRIMMED-TABLE VARYING TRIM-SUB FROM 1 BY 1
                               UNTIL TRIM-SUB > TRIMMED-TABLE-COUNT
                                  OR WS-TRIM-JOB-NAME NOT = SPACES.

    IF WS-TRIM-JOB-NAME NOT = SPACES
       AND WS-FOUND-30-FLAG = "Y"
       AND WS-GROWTH-30 > ZERO
        STRING "** GROWING - TRIMMED BY " WS-TRIM-JOB-NAME
            DELIMITED BY SIZE INTO WD-TRIM-FLAG
        ADD 1 TO TABLES-FLAGGED-COUNT
    END-IF.
*
5310-MATCH-TRIMMED-TABLE.
    IF TRM-TABLE-NAME (TRIM-SUB) = SZ-TABLE-NAME (SUB1)
        MOVE TRM-JOB-NAME (TRIM-SUB) TO WS-TRIM-JOB-NAME
    END-IF.
/
6100-PRINT-TOTALS.
    MOVE SPACES TO GROWTH-REPORT-LINE.
    WRITE GROWTH-REPORT-LINE.

    MOVE TABLES-REPORTED-COUNT TO WT-REPORTED-COUNT.
    MOVE WS-TOTALS-LINE        TO GROWTH-REPORT-LINE.
    WRITE GROWTH-REPORT-LINE.

    MOVE TABLES-FLAGGED-COUNT  TO WT-FLAGGED-COUNT.
    MOVE WS-FLAGGED-LINE       TO GROWTH-REPORT-LINE.
    WRITE GROWTH-REPORT-LINE.

    MOVE TABLES-REACHED-COUNT  TO WT-REACHED-COUNT.
    MOVE WS-REACHED-LINE       TO GROWTH-REPORT-LINE.
    WRITE GROWTH-REPORT-LINE.
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
    CLOSE GROWTH-REPORT-FILE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
*
8800-FORMAT-TIME.
*   DD-MMM-YYYY HH:MM - THE DESCRIPTOR LENGTH CUTS OFF THE SECONDS
    MOVE SPACES TO WS-FMT-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-FMT-TEXT
                            BY REFERENCE  WS-FMT-BIN
                            OMITTED
                      GIVING ERR_RET.
*
8850-GET-SYSTEM-PARAMETER.
*   OPERATIONS TUNING - A SYSTEM_PARAMETER ROW (SEE EZITRAK0873'S
*   HEADER) OVERRIDES THE COMPILED DEFAULT; NO ROW, OR A NON-NUMERIC
*   VALUE, LEAVES BEHAVIOUR EXACTLY AS BEFORE
    MOVE "N"    TO WS-PARAMETER-FOUND-FLAG.
    MOVE SPACES TO WS-PARAMETER-VALUE-TEXT.

    PERFORM 7000-START_TRAN_RO.

    CALL "ET_SS_SYSTEM_PARAMETER" USING SQLCA
                                 PARAMETER_NAME  OF SYSTEM_PARAMETER_REC
                                 PARAMETER_VALUE OF SYSTEM_PARAMETER_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE PARAMETER_VALUE OF SYSTEM_PARAMETER_REC
          TO WS-PARAMETER-VALUE-TEXT
        PERFORM 8860-RIGHT-JUSTIFY-VALUE
            UNTIL WS-PARAMETER-VALUE-TEXT (12:1) NOT = " "
            OR WS-PARAMETER-VALUE-TEXT = SPACES
        INSPECT WS-PARAMETER-VALUE-TEXT REPLACING LEADING " " BY "0"
        IF WS-PARAMETER-VALUE-TEXT IS NUMERIC
           AND WS-PARAMETER-VALUE-NUM > ZERO
            MOVE "Y" TO WS-PARAMETER-FOUND-FLAG
        END-IF
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON SYSTEM_PARAM_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
8860-RIGHT-JUSTIFY-VALUE.
*   OPERATORS KEY VALUES LEFT-JUSTIFIED - SLIDE THE TEXT RIGHT ONE
*   PLACE AT A TIME SO "5" READS AS 5, NOT 500000000000
    MOVE WS-PARAMETER-VALUE-TEXT TO WS-PARAMETER-SHIFT-TEXT.
    MOVE WS-PARAMETER-SHIFT-TEXT (1:11)
      TO WS-PARAMETER-VALUE-TEXT (2:11).
    MOVE " " TO WS-PARAMETER-VALUE-TEXT (1:1).
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
    MOVE SIZE-COUNT            TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE TABLES-REPORTED-COUNT TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE TABLES-FLAGGED-COUNT  TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
9300-DISTRIBUTE-REPORT.
*   EVERY PERSON ON THE REPORT_DISTRIBUTION LIST FOR THIS REPORT IS
*   MAILED THE OUTPUT FILE
    MOVE ZERO TO DIST-RECIP-COUNT.

    CALL "ET_ST_RO_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RO NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.

    MOVE JOB-LOG-NAME TO REPORT_NAME OF REPORT_DISTRIBUTION_REC.

    CALL "ET_OC_REPORT_DISTRIBUTION" USING SQLCA
                                 REPORT_NAME OF REPORT_DISTRIBUTION_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REPORT_DIST_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 9310-FETCH-ONE-RECIPIENT UNTIL NOT SQL_SUCCESS
                                     OR DIST-RECIP-COUNT >= 20.

    CALL "ET_CC_REPORT_DISTRIBUTION" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REPORT_DIST_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 9330-READ-ONE-EMAIL VARYING DIST-RECIP-SUB FROM 1 BY 1
                           UNTIL DIST-RECIP-SUB > DIST-RECIP-COUNT.

    CALL "ET_CMT_TRN" USING SQLCA.
    MOVE "N" TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO SQLCODE.

    DISPLAY "REPORT COPIES MAILED = " DIST-SENT-COUNT WITH CONVERSION.
*
9310-FETCH-ONE-RECIPIENT.
    CALL "ET_FC_REPORT_DISTRIBUTION" USING SQLCA
                                 PERSON_ID   OF REPORT_DISTRIBUTION_REC
                                 REC_USER    OF REPORT_DISTRIBUTION_REC
                                 REC_TMSTAMP OF REPORT_DISTRIBUTION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO DIST-RECIP-COUNT
        MOVE PERSON_ID OF REPORT_DISTRIBUTION_REC
          TO DIST-RECIP-ID (DIST-RECIP-COUNT)
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REPORT_DIST_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
9330-READ-ONE-EMAIL.
    MOVE DIST-RECIP-ID (DIST-RECIP-SUB)
      TO PERSON_ID OF PERSON_DETAILS_REC.

    MOVE SPACES TO WS-DIST-EMAIL.

    CALL "ET_SS_PERSON_EMAIL" USING SQLCA
                                      PERSON_ID    OF PERSON_DETAILS_REC
                                      PERSON_EMAIL OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE PERSON_EMAIL OF PERSON_DETAILS_REC TO WS-DIST-EMAIL
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_EMAIL_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF WS-DIST-EMAIL NOT = SPACES
        PERFORM 9340-SPAWN-DIST-MAIL
    END-IF.
*
9340-SPAWN-DIST-MAIL.
    MOVE SPACES TO WS-DIST-MAIL-COMMAND.

    STRING "MAIL/SUBJECT=""EZITRAK122 DATABASE GROWTH"" SYS$PRINT """
                                              DELIMITED BY SIZE
           WS-DIST-EMAIL                      DELIMITED BY SPACE
           """"                               DELIMITED BY SIZE
      INTO WS-DIST-MAIL-COMMAND.

    CALL "LIB$SPAWN" USING BY DESCRIPTOR WS-DIST-MAIL-COMMAND
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                     GIVING ERR_RET.

    IF ERR_RET IS SUCCESS
        ADD 1 TO DIST-SENT-COUNT
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
* **************** END OF SOURCE EZITRAK122 ****************
