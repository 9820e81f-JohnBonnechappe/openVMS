IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK146                                                 *
*   Program Name : Stock-Take Variance Report and Posting                     *
*   Summary      : Last step of the spares stock-take cycle. Reads the        *
*                  STOCK_COUNT rows frozen by EZITRAK144 and counted on       *
*                  EZITRAK145 for a part range and prints, per part, the      *
*                  frozen book quantity, the physical count, the quantity     *
*                  variance and its value at the UNIT_COST frozen with the    *
*                  snapshot, with net and gross variance value totals and     *
*                  a list of the parts in the range still awaiting their      *
*                  count. Three ACCEPT ... FROM SYS$COMMAND prompts: the      *
*                  run mode, then the from and to part (blank = first /       *
*                  last). Any mode but POST only reports. POST is for         *
*                  supervisors only - anyone else is refused at startup       *
*                  onto AUTH_REFUSAL_LOG - and applies each counted line to   *
*                  PART_DETAILS.QTY_ON_HAND as the difference between the     *
*                  count and the frozen book quantity, so usage booked on     *
*                  EZITRAK004 and receipts booked on EZITRAK147 since the     *
*                  snapshot are kept, never lost; the balance cannot go       *
*                  below zero. Every quantity change is written to            *
*                  LOOKUP_AUDIT_LOG (TABLE_NAME "PART_DETAILS", action "M",   *
*                  before and after quantity) and the count row goes to       *
*                  COUNT_STATUS "P". A supervisor who does not accept a       *
*                  count has it re-keyed on EZITRAK145 and reruns the         *
*                  report before posting; the posting run prints the same     *
*                  report as its record of what was posted.                   *
*                                                                             *
*   TABLES  USED : STOCK_COUNT          (Input-Output)                        *
*                  PART_DETAILS         (Input-Output)                        *
*                  PERSON_DETAILS       (Input)                               *
*                  LOOKUP_AUDIT_LOG     (Output)                              *
*                  AUTH_REFUSAL_LOG     (Output)                              *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : no SQL modules beyond those listed in EZITRAK144.COB's     *
*                  header (STOCK_COUNT) and EZITRAK0693.COB's                 *
*                  (PART_DETAILS). Job log: READ_COUNT = count rows in the    *
*                  range, UPDATE_COUNT = counts posted, REJECT_COUNT =        *
*                  parts not yet counted plus counts that could not be        *
*                  posted.                                                    *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK146.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VARIANCE-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  VARIANCE-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  VARIANCE-REPORT-LINE                            PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.STOCK_COUNT_REC"              from dictionary.
    copy "EZITRAK_CDD.PART_DETAILS_REC"             from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"           from dictionary.
    copy "EZITRAK_CDD.LOOKUP_AUDIT_LOG_REC"         from dictionary.
    copy "EZITRAK_CDD.AUTH_REFUSAL_LOG_REC"         from dictionary.
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

 01  WS-RUN-MODE-TEXT                            PIC X(8).
 01  POST-MODE-FLAG                              PIC X VALUE "N".
 01  SUPERVISOR-OK-FLAG                          PIC X.
 01  WS-FROM-PART-NUMBER                         PIC X(10).
 01  WS-TO-PART-NUMBER                           PIC X(10).

 01  SUB1                                        PIC S9(4) COMP.

 01  COUNT-ROW-COUNT                             PIC S9(4) COMP VALUE 0.
 01  COUNT-ROW-MAX                               PIC S9(4) COMP VALUE 500.
 01  COUNT-TRUNC-FLAG                            PIC X VALUE "N".
 01  COUNT-TABLE.
     05  COUNT-ENTRY OCCURS 500 TIMES.
         10  CNT-PART-NUMBER                     PIC X(10).
         10  CNT-PART-DESC                       PIC X(20).
         10  CNT-BOOK-QTY                        PIC 9(5).
         10  CNT-COUNTED-QTY                     PIC 9(5).
         10  CNT-UNIT-COST                       PIC 9(5)V99.
         10  CNT-COUNT-STATUS                    PIC X.
         10  CNT-POST-RESULT                     PIC X(10).

 01  WS-VARIANCE-QTY                             PIC S9(6).
 01  WS-VARIANCE-VALUE                           PIC S9(9)V99.
 01  WS-NEW-QTY                                  PIC S9(7).
 01  WS-QTY-BEFORE                               PIC ZZZZ9.
 01  WS-QTY-AFTER                                PIC ZZZZ9.
 01  WS-QTY-BOOK                                 PIC ZZZZ9.
 01  WS-QTY-COUNTED                              PIC ZZZZ9.

 01  COUNTED-COUNT                               PIC S9(9) COMP VALUE 0.
 01  VARIANCE-COUNT                              PIC S9(9) COMP VALUE 0.
 01  UNCOUNTED-COUNT                             PIC S9(9) COMP VALUE 0.
 01  POSTED-COUNT                                PIC S9(9) COMP VALUE 0.
 01  NOT-POSTED-COUNT                            PIC S9(9) COMP VALUE 0.
 01  NET-VARIANCE-VALUE                          PIC S9(9)V99 VALUE 0.
 01  GROSS-VARIANCE-VALUE                        PIC S9(9)V99 VALUE 0.

 01  WS-HEADING-LINE.
     05  WH-TITLE                                PIC X(40).
     05  WH-TODAY                                PIC X(11).
     05  FILLER                                  PIC X(9)  VALUE
                                                    "  PARTS: ".
     05  WH-FROM-PART-NUMBER                     PIC X(10).
     05  FILLER                                  PIC X(4)  VALUE " TO ".
     05  WH-TO-PART-NUMBER                       PIC X(10).

 01  WS-VARIANCE-COLUMNS.
     05  FILLER                                  PIC X(12) VALUE
                                                    "PART NUMBER".
     05  FILLER                                  PIC X(22) VALUE
                                                    "DESCRIPTION".
     05  FILLER                                  PIC X(8)  VALUE
                                                    "   BOOK".
     05  FILLER                                  PIC X(9)  VALUE
                                                    " COUNTED".
     05  FILLER                                  PIC X(10) VALUE
                                                    " VARIANCE".
     05  FILLER                                  PIC X(11) VALUE
                                                    "  UNIT COST".
     05  FILLER                                  PIC X(16) VALUE
                                                    "           VALUE".
     05  FILLER                                  PIC X(12) VALUE
                                                    "  POSTING".

 01  WS-VARIANCE-LINE.
     05  WV-PART-NUMBER                          PIC X(10).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WV-PART-DESC                            PIC X(20).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WV-BOOK-QTY                             PIC ZZZZZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WV-COUNTED-QTY                          PIC ZZZZZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WV-VARIANCE-QTY                         PIC -ZZZZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WV-UNIT-COST                            PIC ZZZZ9.99.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WV-VARIANCE-VALUE                       PIC -ZZZZZZZZZ9.99.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WV-POST-RESULT                          PIC X(10).

 01  WS-UNCOUNTED-LINE.
     05  WN-PART-NUMBER                          PIC X(10).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WN-PART-DESC                            PIC X(20).

 01  WS-TOTALS-LINE.
     05  WT-LABEL                                PIC X(30).
     05  WT-COUNT                                PIC ZZZZZZZZ9.

 01  WS-VALUE-TOTALS-LINE.
     05  WA-LABEL                                PIC X(30).
     05  WA-VALUE                                PIC -ZZZZZZZZ9.99.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK146".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    IF POST-MODE-FLAG = "Y"
        PERFORM 1060-CHECK-SUPERVISOR
    END-IF.

    OPEN OUTPUT VARIANCE-REPORT-FILE.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 3000-LOAD-COUNT-ROWS.

    IF POST-MODE-FLAG = "Y"
        PERFORM 4000-POST-ONE-COUNT THRU 4000-POST-ONE-COUNT-EXIT
                                    VARYING SUB1 FROM 1 BY 1
                                    UNTIL SUB1 > COUNT-ROW-COUNT
    END-IF.

    PERFORM 5000-PRINT-VARIANCES.

    PERFORM 5500-PRINT-UNCOUNTED.

    PERFORM 6000-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO   TO SQLCODE.
    MOVE "N"    TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO   TO COUNT-ROW-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE SPACES TO WS-TODAY-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-TODAY-TEXT
                            BY REFERENCE  CURRENT_DATE_BIN
                            OMITTED
                      GIVING ERR_RET.
    MOVE WS-TODAY-TEXT (1:11) TO WH-TODAY.

*   ONLY THE WORD POST CHANGES ANYTHING - A MISTYPED OR EMPTY MODE
*   LINE GIVES THE REPORT
    MOVE SPACES TO WS-RUN-MODE-TEXT.
    ACCEPT WS-RUN-MODE-TEXT FROM SYS$COMMAND.

    IF WS-RUN-MODE-TEXT = "POST"
        MOVE "Y" TO POST-MODE-FLAG
        MOVE "EZITRAK146 - STOCK-TAKE VARIANCE POSTING"
          TO WH-TITLE
    ELSE
        MOVE "N" TO POST-MODE-FLAG
        MOVE "EZITRAK146 - STOCK-TAKE VARIANCES AS AT "
          TO WH-TITLE
    END-IF.

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
        DISPLAY "FROM PART IS AFTER TO PART - NOTHING REPORTED"
        GO TO 9900-EXIT
    END-IF.
*
1060-CHECK-SUPERVISOR.
*   POSTING REWRITES THE STOCK BALANCE - THE EZITRAK100 SUPERVISOR
*   TEST, REFUSED BEFORE ANYTHING IS READ
    MOVE "N" TO SUPERVISOR-OK-FLAG.

    PERFORM 7000-START_TRAN_RO.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO PERSON_ID OF PERSON_DETAILS_REC.

    CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                 PERSON_ID       OF PERSON_DETAILS_REC
                                 PERSON_EMAIL    OF PERSON_DETAILS_REC
                                 SUPERVISOR_FLAG OF PERSON_DETAILS_REC
    END-CALL.

    IF SQL_SUCCESS
       AND SUPERVISOR_FLAG OF PERSON_DETAILS_REC = "Y"
        MOVE "Y" TO SUPERVISOR-OK-FLAG
    END-IF.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.

    IF SUPERVISOR-OK-FLAG = "N"
        PERFORM 8990-LOG-AUTH-REFUSAL
        DISPLAY "STOCK-TAKE POSTING IS FOR SUPERVISORS ONLY - NOTHING POSTED"
        GO TO 9900-EXIT
    END-IF.
/
3000-LOAD-COUNT-ROWS.
*   THE COUNT ROWS ARE TABLED FIRST SO THE POSTING UPDATES ARE NOT
*   MADE INSIDE THE OPEN CURSOR. POSTED ROWS ARE HISTORY AND SKIPPED
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_STOCK_COUNT" USING SQLCA
                                 WS-FROM-PART-NUMBER
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON STOCK_COUNT_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-COUNT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_STOCK_COUNT" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON STOCK_COUNT_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3100-FETCH-ONE-COUNT.
    CALL "ET_FC_STOCK_COUNT" USING SQLCA
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
        IF PART_NUMBER  OF STOCK_COUNT_REC NOT > WS-TO-PART-NUMBER
        AND COUNT_STATUS OF STOCK_COUNT_REC NOT = "P"
            PERFORM 3150-TABLE-COUNT
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON STOCK_COUNT_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3150-TABLE-COUNT.
    IF COUNT-ROW-COUNT < COUNT-ROW-MAX
        ADD 1 TO COUNT-ROW-COUNT
        MOVE PART_NUMBER  OF STOCK_COUNT_REC
          TO CNT-PART-NUMBER  (COUNT-ROW-COUNT)
        MOVE PART_DESC    OF STOCK_COUNT_REC
          TO CNT-PART-DESC    (COUNT-ROW-COUNT)
        MOVE BOOK_QTY     OF STOCK_COUNT_REC
          TO CNT-BOOK-QTY     (COUNT-ROW-COUNT)
        MOVE COUNTED_QTY  OF STOCK_COUNT_REC
          TO CNT-COUNTED-QTY  (COUNT-ROW-COUNT)
        MOVE UNIT_COST    OF STOCK_COUNT_REC
          TO CNT-UNIT-COST    (COUNT-ROW-COUNT)
        MOVE COUNT_STATUS OF STOCK_COUNT_REC
          TO CNT-COUNT-STATUS (COUNT-ROW-COUNT)
        MOVE SPACES
          TO CNT-POST-RESULT  (COUNT-ROW-COUNT)
    ELSE
        IF COUNT-TRUNC-FLAG = "N"
            DISPLAY "MORE THAN " COUNT-ROW-MAX
                    " COUNTS IN THE RANGE - NARROW IT AND RERUN FOR THE REST"
                    WITH CONVERSION
            MOVE "Y" TO COUNT-TRUNC-FLAG
        END-IF
    END-IF.
/
4000-POST-ONE-COUNT.
*   EACH COUNT IS POSTED UNDER ITS OWN TRANSACTION. THE COUNT ROW IS
*   READ AGAIN SO A LINE RE-KEYED SINCE IT WAS TABLED POSTS AS KEYED
    IF CNT-COUNT-STATUS (SUB1) NOT = "C"
        GO TO 4000-POST-ONE-COUNT-EXIT
    END-IF.

    PERFORM 7100-START_TRAN_RW.

    MOVE CNT-PART-NUMBER (SUB1) TO PART_NUMBER OF STOCK_COUNT_REC.

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
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "NOT FOUND" TO CNT-POST-RESULT (SUB1)
        ADD 1 TO NOT-POSTED-COUNT
        MOVE ZERO TO SQLCODE
        PERFORM 7800-CMT_TRAN
        GO TO 4000-POST-ONE-COUNT-EXIT
    WHEN OTHER
        DISPLAY "ERROR ON STOCK_COUNT_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF COUNT_STATUS OF STOCK_COUNT_REC NOT = "C"
        MOVE "NOT POSTED" TO CNT-POST-RESULT (SUB1)
        ADD 1 TO NOT-POSTED-COUNT
        PERFORM 7800-CMT_TRAN
        GO TO 4000-POST-ONE-COUNT-EXIT
    END-IF.

    MOVE COUNTED_QTY OF STOCK_COUNT_REC TO CNT-COUNTED-QTY (SUB1).

    MOVE CNT-PART-NUMBER (SUB1) TO PART_NUMBER OF PART_DETAILS_REC.

    CALL "ET_SS_PART_DETAILS" USING SQLCA
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
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "NO PART" TO CNT-POST-RESULT (SUB1)
        ADD 1 TO NOT-POSTED-COUNT
        MOVE ZERO TO SQLCODE
        PERFORM 7800-CMT_TRAN
        GO TO 4000-POST-ONE-COUNT-EXIT
    WHEN OTHER
        DISPLAY "ERROR ON PART_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    COMPUTE WS-VARIANCE-QTY = COUNTED_QTY OF STOCK_COUNT_REC
                            - BOOK_QTY    OF STOCK_COUNT_REC.

    IF WS-VARIANCE-QTY NOT = ZERO
        PERFORM 4100-ADJUST-PART-STOCK
    END-IF.

    MOVE "P" TO COUNT_STATUS OF STOCK_COUNT_REC.

    CALL "SYS$GETTIM" USING BY REFERENCE REC_TMSTAMP OF STOCK_COUNT_REC.
    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER OF STOCK_COUNT_REC.

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

    PERFORM 7800-CMT_TRAN.

    MOVE "P"      TO CNT-COUNT-STATUS (SUB1).
    MOVE "POSTED" TO CNT-POST-RESULT  (SUB1).
    ADD 1 TO POSTED-COUNT.
*
4000-POST-ONE-COUNT-EXIT.
    EXIT.
*
4100-ADJUST-PART-STOCK.
*   THE VARIANCE IS APPLIED TO TODAY'S BALANCE, NOT THE COUNT COPIED
*   OVER IT - MOVEMENTS SINCE THE SNAPSHOT STAND
    MOVE QTY_ON_HAND OF PART_DETAILS_REC TO WS-QTY-BEFORE.

    COMPUTE WS-NEW-QTY = QTY_ON_HAND OF PART_DETAILS_REC
                       + WS-VARIANCE-QTY.

    IF WS-NEW-QTY < ZERO
        MOVE ZERO  TO WS-NEW-QTY
    END-IF.

    IF WS-NEW-QTY > 99999
        MOVE 99999 TO WS-NEW-QTY
    END-IF.

    MOVE WS-NEW-QTY TO QTY_ON_HAND OF PART_DETAILS_REC.
    MOVE WS-NEW-QTY TO WS-QTY-AFTER.

    CALL "SYS$GETTIM" USING BY REFERENCE REC_TMSTAMP OF PART_DETAILS_REC.
    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER OF PART_DETAILS_REC.

    CALL "ET_UR_PART_DETAILS" USING SQLCA
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
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PART_UR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE BOOK_QTY    OF STOCK_COUNT_REC TO WS-QTY-BOOK.
    MOVE COUNTED_QTY OF STOCK_COUNT_REC TO WS-QTY-COUNTED.

    MOVE "PART_DETAILS" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC.
    MOVE PART_NUMBER OF PART_DETAILS_REC
      TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC.
    MOVE "M" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC.

    MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC.
    STRING "QTY_ON_HAND "            DELIMITED BY SIZE
           WS-QTY-BEFORE             DELIMITED BY SIZE
      INTO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC.

    MOVE SPACES TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC.
    STRING "QTY_ON_HAND "            DELIMITED BY SIZE
           WS-QTY-AFTER              DELIMITED BY SIZE
           " STOCK-TAKE BOOK "       DELIMITED BY SIZE
           WS-QTY-BOOK               DELIMITED BY SIZE
           " COUNTED "               DELIMITED BY SIZE
           WS-QTY-COUNTED            DELIMITED BY SIZE
      INTO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC.

    PERFORM 8950-WRITE-LOOKUP-AUDIT.
/
5000-PRINT-VARIANCES.
    MOVE WS-HEADING-LINE TO VARIANCE-REPORT-LINE.
    WRITE VARIANCE-REPORT-LINE AFTER ADVANCING PAGE.
    MOVE SPACES TO VARIANCE-REPORT-LINE.
    WRITE VARIANCE-REPORT-LINE.
    MOVE WS-VARIANCE-COLUMNS TO VARIANCE-REPORT-LINE.
    WRITE VARIANCE-REPORT-LINE.
    MOVE SPACES TO VARIANCE-REPORT-LINE.
    WRITE VARIANCE-REPORT-LINE.

    PERFORM 5100-PRINT-ONE-VARIANCE VARYING SUB1 FROM 1 BY 1
                                    UNTIL SUB1 > COUNT-ROW-COUNT.

    IF COUNTED-COUNT = ZERO
        MOVE "NO COUNTS KEYED IN THIS RANGE" TO VARIANCE-REPORT-LINE
        WRITE VARIANCE-REPORT-LINE
    END-IF.
*
5100-PRINT-ONE-VARIANCE.
    IF CNT-COUNT-STATUS (SUB1) = "S"
        ADD 1 TO UNCOUNTED-COUNT
    ELSE
        ADD 1 TO COUNTED-COUNT

        COMPUTE WS-VARIANCE-QTY = CNT-COUNTED-QTY (SUB1)
                                - CNT-BOOK-QTY    (SUB1)
        COMPUTE WS-VARIANCE-VALUE = WS-VARIANCE-QTY
                                  * CNT-UNIT-COST (SUB1)

        IF WS-VARIANCE-QTY NOT = ZERO
            ADD 1 TO VARIANCE-COUNT
        END-IF

        ADD WS-VARIANCE-VALUE TO NET-VARIANCE-VALUE
        IF WS-VARIANCE-VALUE < ZERO
            SUBTRACT WS-VARIANCE-VALUE FROM GROSS-VARIANCE-VALUE
        ELSE
            ADD WS-VARIANCE-VALUE TO GROSS-VARIANCE-VALUE
        END-IF

        MOVE CNT-PART-NUMBER (SUB1) TO WV-PART-NUMBER
        MOVE CNT-PART-DESC   (SUB1) TO WV-PART-DESC
        MOVE CNT-BOOK-QTY    (SUB1) TO WV-BOOK-QTY
        MOVE CNT-COUNTED-QTY (SUB1) TO WV-COUNTED-QTY
        MOVE WS-VARIANCE-QTY        TO WV-VARIANCE-QTY
        MOVE CNT-UNIT-COST   (SUB1) TO WV-UNIT-COST
        MOVE WS-VARIANCE-VALUE      TO WV-VARIANCE-VALUE
        MOVE CNT-POST-RESULT (SUB1) TO WV-POST-RESULT
        MOVE WS-VARIANCE-LINE TO VARIANCE-REPORT-LINE
        WRITE VARIANCE-REPORT-LINE
    END-IF.
/
5500-PRINT-UNCOUNTED.
    IF UNCOUNTED-COUNT > ZERO
        MOVE SPACES TO VARIANCE-REPORT-LINE
        WRITE VARIANCE-REPORT-LINE
        MOVE "AWAITING COUNT - NOT KEYED ON EZITRAK145"
          TO VARIANCE-REPORT-LINE
        WRITE VARIANCE-REPORT-LINE
        MOVE SPACES TO VARIANCE-REPORT-LINE
        WRITE VARIANCE-REPORT-LINE
        PERFORM 5600-PRINT-ONE-UNCOUNTED VARYING SUB1 FROM 1 BY 1
                                         UNTIL SUB1 > COUNT-ROW-COUNT
    END-IF.
*
5600-PRINT-ONE-UNCOUNTED.
    IF CNT-COUNT-STATUS (SUB1) = "S"
        MOVE CNT-PART-NUMBER (SUB1) TO WN-PART-NUMBER
        MOVE CNT-PART-DESC   (SUB1) TO WN-PART-DESC
        MOVE WS-UNCOUNTED-LINE TO VARIANCE-REPORT-LINE
        WRITE VARIANCE-REPORT-LINE
    END-IF.
/
6000-PRINT-TOTALS.
    MOVE SPACES TO VARIANCE-REPORT-LINE.
    WRITE VARIANCE-REPORT-LINE.

    MOVE "PARTS COUNTED               = " TO WT-LABEL.
    MOVE COUNTED-COUNT                    TO WT-COUNT.
    MOVE WS-TOTALS-LINE                   TO VARIANCE-REPORT-LINE.
    WRITE VARIANCE-REPORT-LINE.

    MOVE "PARTS WITH A VARIANCE       = " TO WT-LABEL.
    MOVE VARIANCE-COUNT                   TO WT-COUNT.
    MOVE WS-TOTALS-LINE                   TO VARIANCE-REPORT-LINE.
    WRITE VARIANCE-REPORT-LINE.

    MOVE "PARTS AWAITING COUNT        = " TO WT-LABEL.
    MOVE UNCOUNTED-COUNT                  TO WT-COUNT.
    MOVE WS-TOTALS-LINE                   TO VARIANCE-REPORT-LINE.
    WRITE VARIANCE-REPORT-LINE.

    MOVE "NET VARIANCE VALUE          = " TO WA-LABEL.
    MOVE NET-VARIANCE-VALUE               TO WA-VALUE.
    MOVE WS-VALUE-TOTALS-LINE             TO VARIANCE-REPORT-LINE.
    WRITE VARIANCE-REPORT-LINE.

    MOVE "GROSS VARIANCE VALUE        = " TO WA-LABEL.
    MOVE GROSS-VARIANCE-VALUE             TO WA-VALUE.
    MOVE WS-VALUE-TOTALS-LINE             TO VARIANCE-REPORT-LINE.
    WRITE VARIANCE-REPORT-LINE.

    IF POST-MODE-FLAG = "Y"
        MOVE "COUNTS POSTED               = " TO WT-LABEL
        MOVE POSTED-COUNT                     TO WT-COUNT
        MOVE WS-TOTALS-LINE                   TO VARIANCE-REPORT-LINE
        WRITE VARIANCE-REPORT-LINE

        MOVE "COUNTS NOT POSTED           = " TO WT-LABEL
        MOVE NOT-POSTED-COUNT                 TO WT-COUNT
        MOVE WS-TOTALS-LINE                   TO VARIANCE-REPORT-LINE
        WRITE VARIANCE-REPORT-LINE
    END-IF.
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
    CLOSE VARIANCE-REPORT-FILE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
*
8950-WRITE-LOOKUP-AUDIT.
    CALL "SYS$GETTIM" USING
        BY REFERENCE REC_TMSTAMP OF LOOKUP_AUDIT_LOG_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER OF LOOKUP_AUDIT_LOG_REC.

    CALL "ET_IR_LOOKUP_AUDIT_LOG" USING SQLCA
                                TABLE_NAME   OF LOOKUP_AUDIT_LOG_REC
                                RECORD_KEY   OF LOOKUP_AUDIT_LOG_REC
                                ACTION_CODE  OF LOOKUP_AUDIT_LOG_REC
                                BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
                                AFTER_IMAGE  OF LOOKUP_AUDIT_LOG_REC
                                REC_USER     OF LOOKUP_AUDIT_LOG_REC
                                REC_TMSTAMP  OF LOOKUP_AUDIT_LOG_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON LOOKUP_AUDIT_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
8990-LOG-AUTH-REFUSAL.
*   FIRE-AND-FORGET - THE REFUSAL ITSELF STANDS EVEN IF THE LOG ROW
*   CANNOT BE WRITTEN
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    IF SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
        MOVE "EZITRAK146"    TO PROGRAM_NAME  OF AUTH_REFUSAL_LOG_REC
        MOVE CURRENT_USER_ID TO PERSON_ID     OF AUTH_REFUSAL_LOG_REC
        MOVE "STOCK-POST"    TO FUNCTION_CODE OF AUTH_REFUSAL_LOG_REC

        CALL "SYS$GETTIM" USING
            BY REFERENCE REC_TMSTAMP OF AUTH_REFUSAL_LOG_REC

        CALL "ET_IR_AUTH_REFUSAL_LOG" USING SQLCA
                                 PROGRAM_NAME  OF AUTH_REFUSAL_LOG_REC
                                 PERSON_ID     OF AUTH_REFUSAL_LOG_REC
                                 FUNCTION_CODE OF AUTH_REFUSAL_LOG_REC
                                 REC_TMSTAMP   OF AUTH_REFUSAL_LOG_REC
        END-CALL

        IF NOT SQL_SUCCESS AND NOT SQL_DUPLICATE_IDX
            DISPLAY "ERROR OF AUTH_REFUSAL_IR CODE=" SQLCODE
                    WITH CONVERSION
        END-IF

        MOVE ZERO TO SQLCODE

        CALL "ET_CMT_TRN" USING SQLCA
        MOVE "N" TO TRANSACTION_BEGUN_FLAG
    ELSE
        DISPLAY "UNABLE TO RECORD REFUSAL CODE=" SQLCODE WITH CONVERSION
        MOVE ZERO TO SQLCODE
    END-IF.
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
    MOVE COUNT-ROW-COUNT TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE POSTED-COUNT    TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    ADD UNCOUNTED-COUNT NOT-POSTED-COUNT
        GIVING REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK146 ****************
