IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK144                                                 *
*   Program Name : Stock-Take Count Sheets and Book Snapshot                  *
*   Summary      : First step of the spares stock-take cycle. Takes a part    *
*                  range from two ACCEPT ... FROM SYS$COMMAND prompts (from   *
*                  part, to part - either left blank runs from the first or   *
*                  to the last part) and, for every PART_DETAILS row in the   *
*                  range, freezes the book quantity and unit cost into a      *
*                  STOCK_COUNT row (status "S", awaiting count) and prints    *
*                  it on the count sheet with a blank box for the storeman.   *
*                  The book quantity is deliberately NOT printed - the        *
*                  shelf is counted blind. Counts are keyed on EZITRAK145,    *
*                  EZITRAK146 reports the variances and (supervisors only)    *
*                  posts them to QTY_ON_HAND. A part already on an open       *
*                  count is not re-frozen: one still awaiting its count is    *
*                  simply reprinted, one counted but not yet posted is left   *
*                  off the sheet and listed at the end. A posted count is     *
*                  replaced by the new snapshot, so ranges can be cycle       *
*                  counted as often as stores likes.                          *
*                                                                             *
*   TABLES  USED : PART_DETAILS         (Input)                               *
*                  STOCK_COUNT          (Input-Output)                        *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : STOCK_COUNT is a new CDD table, not yet generated - one    *
*                  row per part on a count: PART_NUMBER PIC X(10) key,        *
*                  PART_DESC PIC X(20), BOOK_QTY PIC 9(5) and UNIT_COST PIC   *
*                  9(5)V99 (both frozen at the snapshot), COUNTED_QTY PIC     *
*                  9(5), COUNT_STATUS PIC X ("S" awaiting count, "C"          *
*                  counted, "P" posted), SNAPSHOT_TMSTAMP PIC S9(11)V9(7)     *
*                  COMP, REC_USER PIC X(8), REC_TMSTAMP PIC S9(11)V9(7)       *
*                  COMP. A DBA/CDD maintainer needs to create it, add it to   *
*                  the ET_ST_RO_PART / ET_ST_RW_PART transactions and         *
*                  generate ET_SS/IR/UR_STOCK_COUNT and ET_OC/FC/CC_STOCK_    *
*                  COUNT (WHERE PART_NUMBER >= :START ORDER BY PART_NUMBER,   *
*                  fetching every column - used by EZITRAK1453 and            *
*                  EZITRAK146). This program also needs ET_OC2/FC2/CC2_       *
*                  PART_DETAILS (WHERE PART_NUMBER BETWEEN :FROM AND :TO      *
*                  ORDER BY PART_NUMBER, fetching the EZITRAK0693 column      *
*                  list). Job log: READ_COUNT = parts in the range,           *
*                  UPDATE_COUNT = parts frozen, REJECT_COUNT = parts          *
*                  already counted and awaiting posting.                      *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK144.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COUNT-SHEET-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  COUNT-SHEET-FILE
    LABEL RECORDS ARE STANDARD.
01  COUNT-SHEET-LINE                                PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.PART_DETAILS_REC"             from dictionary.
    copy "EZITRAK_CDD.STOCK_COUNT_REC"              from dictionary.
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
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.
 01  WS-TODAY-TEXT                               PIC X(23).

 01  WS-FROM-PART-NUMBER                         PIC X(10).
 01  WS-TO-PART-NUMBER                           PIC X(10).

 01  SUB1                                        PIC S9(4) COMP.

 01  PART-COUNT                                  PIC S9(4) COMP VALUE 0.
 01  PART-MAX                                    PIC S9(4) COMP VALUE 500.
 01  PART-TRUNC-FLAG                             PIC X VALUE "N".
 01  PART-TABLE.
     05  PART-ENTRY OCCURS 500 TIMES.
         10  PRT-PART-NUMBER                     PIC X(10).
         10  PRT-PART-DESC                       PIC X(20).
         10  PRT-QTY-ON-HAND                     PIC 9(5).
         10  PRT-UNIT-COST                       PIC 9(5)V99.
         10  PRT-COUNT-ACTION                    PIC X.

 01  FROZEN-COUNT                                PIC S9(9) COMP VALUE 0.
 01  REPRINT-COUNT                               PIC S9(9) COMP VALUE 0.
 01  HELD-COUNT                                  PIC S9(9) COMP VALUE 0.

 01  WS-HEADING-LINE.
     05  FILLER                                  PIC X(37) VALUE
            "EZITRAK144 - STOCK-TAKE COUNT SHEET  ".
     05  WH-TODAY                                PIC X(11).
     05  FILLER                                  PIC X(9)  VALUE
                                                    "  PARTS: ".
     05  WH-FROM-PART-NUMBER                     PIC X(10).
     05  FILLER                                  PIC X(4)  VALUE " TO ".
     05  WH-TO-PART-NUMBER                       PIC X(10).

 01  WS-SHEET-COLUMNS.
     05  FILLER                                  PIC X(12) VALUE
                                                    "PART NUMBER".
     05  FILLER                                  PIC X(22) VALUE
                                                    "DESCRIPTION".
     05  FILLER                                  PIC X(20) VALUE
                                                    "COUNTED".
     05  FILLER                                  PIC X(12) VALUE
                                                    "COUNTED BY".

 01  WS-SHEET-LINE.
     05  WS-PART-NUMBER                          PIC X(10).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WS-PART-DESC                            PIC X(20).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  FILLER                                  PIC X(20) VALUE
                                                    "[________]".
     05  FILLER                                  PIC X(12) VALUE
                                                    "________".
     05  WS-REPRINT-NOTE                         PIC X(10).

 01  WS-HELD-LINE.
     05  WD-PART-NUMBER                          PIC X(10).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-PART-DESC                            PIC X(20).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  FILLER                                  PIC X(40) VALUE
            "COUNTED - AWAITING POSTING ON EZITRAK146".

 01  WS-TOTALS-LINE.
     05  WT-LABEL                                PIC X(30).
     05  WT-COUNT                                PIC ZZZZZZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK144".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 3000-LOAD-PART-RANGE.

    PERFORM 4000-FREEZE-ONE-PART VARYING SUB1 FROM 1 BY 1
                                 UNTIL SUB1 > PART-COUNT.

    PERFORM 5000-PRINT-COUNT-SHEET.

    PERFORM 6000-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO   TO SQLCODE.
    MOVE "N"    TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO   TO PART-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE SPACES TO WS-TODAY-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-TODAY-TEXT
                            BY REFERENCE  CURRENT_DATE_BIN
                            OMITTED
                      GIVING ERR_RET.
    MOVE WS-TODAY-TEXT (1:11) TO WH-TODAY.

*   A BLANK FROM PART STARTS AT THE FIRST PART, A BLANK TO PART RUNS
*   TO THE LAST - BOTH BLANK IS A FULL WALL-TO-WALL COUNT
    MOVE SPACES TO WS-FROM-PART-NUMBER.
    ACCEPT WS-FROM-PART-NUMBER FROM SYS$COMMAND.

    MOVE SPACES TO WS-TO-PART-NUMBER.
    ACCEPT WS-TO-PART-NUMBER FROM SYS$COMMAND.

    MOVE WS-FROM-PART-NUMBER TO WH-FROM-PART-NUMBER.
    MOVE WS-TO-PART-NUMBER   TO WH-TO-PART-NUMBER.

    IF WS-FROM-PART-NUMBER = SPACES
        MOVE "(FIRST)"       TO WH-FROM-PART-NUMBER
    END-IF.

    IF WS-TO-PART-NUMBER = SPACES
        MOVE HIGH-VALUES     TO WS-TO-PART-NUMBER
        MOVE "(LAST)"        TO WH-TO-PART-NUMBER
    END-IF.

    IF WS-FROM-PART-NUMBER > WS-TO-PART-NUMBER
        DISPLAY "FROM PART IS AFTER TO PART - NOTHING FROZEN"
        GO TO 9900-EXIT
    END-IF.

    OPEN OUTPUT COUNT-SHEET-FILE.
/
3000-LOAD-PART-RANGE.
*   THE RANGE IS TABLED FIRST SO THE STOCK_COUNT WRITES ARE NOT MADE
*   INSIDE THE OPEN CURSOR
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC2_PART_DETAILS" USING SQLCA
                                 WS-FROM-PART-NUMBER
                                 WS-TO-PART-NUMBER
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PART_OC2 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-PART UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC2_PART_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PART_CC2 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3100-FETCH-ONE-PART.
    CALL "ET_FC2_PART_DETAILS" USING SQLCA
                                 PART_NUMBER   OF PART_DETAILS_REC
                                 PART_DESC     OF PART_DETAILS_REC
                                 QTY_ON_HAND   OF PART_DETAILS_REC
                                 REORDER_LEVEL OF PART_DETAILS_REC
                                 UNIT_COST     OF PART_DETAILS_REC
                                 REC_USER      OF PART_DETAILS_REC
                                 REC_TMSTAMP   OF PART_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 3150-TABLE-PART
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PART_FC2 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3150-TABLE-PART.
    IF PART-COUNT < PART-MAX
        ADD 1 TO PART-COUNT
        MOVE PART_NUMBER OF PART_DETAILS_REC
          TO PRT-PART-NUMBER (PART-COUNT)
        MOVE PART_DESC   OF PART_DETAILS_REC
          TO PRT-PART-DESC   (PART-COUNT)
        MOVE QTY_ON_HAND OF PART_DETAILS_REC
          TO PRT-QTY-ON-HAND (PART-COUNT)
        MOVE UNIT_COST   OF PART_DETAILS_REC
          TO PRT-UNIT-COST   (PART-COUNT)
        MOVE SPACE
          TO PRT-COUNT-ACTION (PART-COUNT)
    ELSE
        IF PART-TRUNC-FLAG = "N"
            DISPLAY "MORE THAN " PART-MAX
                    " PARTS IN THE RANGE - NARROW IT AND RERUN FOR THE REST"
                    WITH CONVERSION
            MOVE "Y" TO PART-TRUNC-FLAG
        END-IF
    END-IF.
/
4000-FREEZE-ONE-PART.
*   EACH PART IS FROZEN UNDER ITS OWN TRANSACTION. PRT-COUNT-ACTION
*   RECORDS WHAT WAS DONE FOR THE SHEET - "F" FROZEN, "R" REPRINT OF
*   A PART STILL AWAITING ITS COUNT, "H" HELD (COUNTED, NOT POSTED)
    PERFORM 7100-START_TRAN_RW.

    MOVE PRT-PART-NUMBER (SUB1) TO PART_NUMBER OF STOCK_COUNT_REC.

    CALL "ET_SS_STOCK_COUNT" USING SQLCA
                                 PART_NUMBER      OF STOCK_COUNT_REC
                                 PART_DESC        OF STOCK_COUNT_REC
                                 BOOK_QTY         OF STOCK_COUNT_REC
                                 UNIT_COST        OF STOCK_COUNT_REC
                                 COUNTED_QTY      OF STOCK_COUNT_REC
                                 COUNT_STATUS     OF STOCK_COUNT_REC
                                 SNAPSHOT_TMSTAMP OF STOCK_COUNT_REC
                                 REC_USER         OF STOCK_COUNT_REC
                                 REC_TMSTAMP      OF STOCK_COUNT_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        EVALUATE COUNT_STATUS OF STOCK_COUNT_REC
        WHEN "S"
            MOVE "R" TO PRT-COUNT-ACTION (SUB1)
            ADD 1 TO REPRINT-COUNT
        WHEN "C"
            MOVE "H" TO PRT-COUNT-ACTION (SUB1)
            ADD 1 TO HELD-COUNT
        WHEN OTHER
            PERFORM 4100-SET-SNAPSHOT
            PERFORM 4200-STOCK-COUNT-UR
        END-EVALUATE
    WHEN SQL_NOT_FOUND
        PERFORM 4100-SET-SNAPSHOT
        PERFORM 4300-STOCK-COUNT-IR
    WHEN OTHER
        DISPLAY "ERROR ON STOCK_COUNT_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
4100-SET-SNAPSHOT.
    MOVE PRT-PART-NUMBER (SUB1) TO PART_NUMBER OF STOCK_COUNT_REC.
    MOVE PRT-PART-DESC   (SUB1) TO PART_DESC   OF STOCK_COUNT_REC.
    MOVE PRT-QTY-ON-HAND (SUB1) TO BOOK_QTY    OF STOCK_COUNT_REC.
    MOVE PRT-UNIT-COST   (SUB1) TO UNIT_COST   OF STOCK_COUNT_REC.
    MOVE ZERO                   TO COUNTED_QTY OF STOCK_COUNT_REC.
    MOVE "S"                    TO COUNT_STATUS OF STOCK_COUNT_REC.

    CALL "SYS$GETTIM" USING
        BY REFERENCE SNAPSHOT_TMSTAMP OF STOCK_COUNT_REC.
    MOVE SNAPSHOT_TMSTAMP OF STOCK_COUNT_REC
      TO REC_TMSTAMP      OF STOCK_COUNT_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER OF STOCK_COUNT_REC.

    MOVE "F" TO PRT-COUNT-ACTION (SUB1).
    ADD 1 TO FROZEN-COUNT.
*
4200-STOCK-COUNT-UR.
    CALL "ET_UR_STOCK_COUNT" USING SQLCA
                                 PART_NUMBER      OF STOCK_COUNT_REC
                                 PART_DESC        OF STOCK_COUNT_REC
                                 BOOK_QTY         OF STOCK_COUNT_REC
                                 UNIT_COST        OF STOCK_COUNT_REC
                                 COUNTED_QTY      OF STOCK_COUNT_REC
                                 COUNT_STATUS     OF STOCK_COUNT_REC
                                 SNAPSHOT_TMSTAMP OF STOCK_COUNT_REC
                                 REC_USER         OF STOCK_COUNT_REC
                                 REC_TMSTAMP      OF STOCK_COUNT_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON STOCK_COUNT_UR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
4300-STOCK-COUNT-IR.
    CALL "ET_IR_STOCK_COUNT" USING SQLCA
                                 PART_NUMBER      OF STOCK_COUNT_REC
                                 PART_DESC        OF STOCK_COUNT_REC
                                 BOOK_QTY         OF STOCK_COUNT_REC
                                 UNIT_COST        OF STOCK_COUNT_REC
                                 COUNTED_QTY      OF STOCK_COUNT_REC
                                 COUNT_STATUS     OF STOCK_COUNT_REC
                                 SNAPSHOT_TMSTAMP OF STOCK_COUNT_REC
                                 REC_USER         OF STOCK_COUNT_REC
                                 REC_TMSTAMP      OF STOCK_COUNT_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON STOCK_COUNT_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
5000-PRINT-COUNT-SHEET.
    MOVE WS-HEADING-LINE TO COUNT-SHEET-LINE.
    WRITE COUNT-SHEET-LINE AFTER ADVANCING PAGE.
    MOVE SPACES TO COUNT-SHEET-LINE.
    WRITE COUNT-SHEET-LINE.
    MOVE WS-SHEET-COLUMNS TO COUNT-SHEET-LINE.
    WRITE COUNT-SHEET-LINE.
    MOVE SPACES TO COUNT-SHEET-LINE.
    WRITE COUNT-SHEET-LINE.

    IF FROZEN-COUNT + REPRINT-COUNT = ZERO
        MOVE "NO PARTS TO COUNT IN THIS RANGE" TO COUNT-SHEET-LINE
        WRITE COUNT-SHEET-LINE
    ELSE
        PERFORM 5100-PRINT-SHEET-LINE VARYING SUB1 FROM 1 BY 1
                                      UNTIL SUB1 > PART-COUNT
    END-IF.

    IF HELD-COUNT > ZERO
        MOVE SPACES TO COUNT-SHEET-LINE
        WRITE COUNT-SHEET-LINE
        MOVE "ALREADY COUNTED - NOT ON THIS SHEET" TO COUNT-SHEET-LINE
        WRITE COUNT-SHEET-LINE
        MOVE SPACES TO COUNT-SHEET-LINE
        WRITE COUNT-SHEET-LINE
        PERFORM 5200-PRINT-HELD-LINE VARYING SUB1 FROM 1 BY 1
                                     UNTIL SUB1 > PART-COUNT
    END-IF.
*
5100-PRINT-SHEET-LINE.
    IF PRT-COUNT-ACTION (SUB1) = "F" OR "R"
        MOVE PRT-PART-NUMBER (SUB1) TO WS-PART-NUMBER
        MOVE PRT-PART-DESC   (SUB1) TO WS-PART-DESC
        IF PRT-COUNT-ACTION (SUB1) = "R"
            MOVE "(REPRINT)"        TO WS-REPRINT-NOTE
        ELSE
            MOVE SPACES             TO WS-REPRINT-NOTE
        END-IF
        MOVE WS-SHEET-LINE TO COUNT-SHEET-LINE
        WRITE COUNT-SHEET-LINE
        MOVE SPACES TO COUNT-SHEET-LINE
        WRITE COUNT-SHEET-LINE
    END-IF.
*
5200-PRINT-HELD-LINE.
    IF PRT-COUNT-ACTION (SUB1) = "H"
        MOVE PRT-PART-NUMBER (SUB1) TO WD-PART-NUMBER
        MOVE PRT-PART-DESC   (SUB1) TO WD-PART-DESC
        MOVE WS-HELD-LINE TO COUNT-SHEET-LINE
        WRITE COUNT-SHEET-LINE
    END-IF.
/
6000-PRINT-TOTALS.
    MOVE SPACES TO COUNT-SHEET-LINE.
    WRITE COUNT-SHEET-LINE.

    MOVE "PARTS IN RANGE              = " TO WT-LABEL.
    MOVE PART-COUNT                       TO WT-COUNT.
    MOVE WS-TOTALS-LINE                   TO COUNT-SHEET-LINE.
    WRITE COUNT-SHEET-LINE.

    MOVE "BOOK QUANTITIES FROZEN      = " TO WT-LABEL.
    MOVE FROZEN-COUNT                     TO WT-COUNT.
    MOVE WS-TOTALS-LINE                   TO COUNT-SHEET-LINE.
    WRITE COUNT-SHEET-LINE.

    MOVE "REPRINTED, STILL TO COUNT   = " TO WT-LABEL.
    MOVE REPRINT-COUNT                    TO WT-COUNT.
    MOVE WS-TOTALS-LINE                   TO COUNT-SHEET-LINE.
    WRITE COUNT-SHEET-LINE.

    MOVE "COUNTED, AWAITING POSTING   = " TO WT-LABEL.
    MOVE HELD-COUNT                       TO WT-COUNT.
    MOVE WS-TOTALS-LINE                   TO COUNT-SHEET-LINE.
    WRITE COUNT-SHEET-LINE.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_PART" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RO NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.
/
7100-START_TRAN_RW.
    CALL "ET_ST_RW_PART" USING SQLCA.

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
    CLOSE COUNT-SHEET-FILE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
/
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
    MOVE PART-COUNT   TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE FROZEN-COUNT TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE HELD-COUNT   TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK144 ****************
