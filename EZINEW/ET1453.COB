IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK1453                                                *
*   Program Name : Stock-Take Count Table                                     *
*   Summary      : CALLed by EZITRAK145 with a MODE_FLAG parameter, the       *
*                  same shape as EZITRAK0693. Mode "F" fetches up to a        *
*                  screenful of STOCK_COUNT rows still open - awaiting        *
*                  their count or counted but not posted - from the screen's  *
*                  START_PART_NUMBER onward. Mode "U" records the physical    *
*                  count keyed on each "M" line: COUNTED_QTY is set, the      *
*                  row goes to COUNT_STATUS "C" and the storeman's user id    *
*                  and time are stamped on it. A posted count is refused -    *
*                  the part has to go through a fresh EZITRAK144 snapshot     *
*                  first. Nothing here touches PART_DETAILS; only             *
*                  EZITRAK146's supervisor posting moves QTY_ON_HAND.         *
*                                                                             *
*   SCREENS USED : EZITRAK1451 (record only - displayed by EZITRAK145)        *
*                                                                             *
*   TABLES  USED : STOCK_COUNT          (Input-Output)                        *
*                                                                             *
*   NOTE         : EZITRAK1451_REC is a new CDD screen record, not yet        *
*                  generated - KEY_PRESSED PIC X, ERROR_MESSAGE PIC X(60),    *
*                  START_PART_NUMBER PIC X(10) and an OCCURS 20 line table    *
*                  of UPDATE_IND PIC X, PART_NUMBER PIC X(10), PART_DESC      *
*                  PIC X(20), COUNTED_QTY PIC 9(5), COUNT_STATUS PIC X,       *
*                  REC_USER and REC_TMSTAMP - the EZITRAK691_REC list-screen  *
*                  shape, without the book quantity. STOCK_COUNT and its      *
*                  modules are described in EZITRAK144.COB's header.          *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK1453.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
/
DATA DIVISION.
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.STOCK_COUNT_REC"           from dictionary.
/
 01  TMP-FLAG                                    PIC X.
 01  FETCH-START-PART                            PIC X(10).

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
 01  SS$_NORMAL                                  PIC S9(9) COMP
     VALUE IS EXTERNAL SS$_NORMAL.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.

 01  CURRENT_USER_ID                             PIC X(8).
 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  TRANSACTION_BEGUN_FLAG                      PIC X.

 01  EXIT_STATUS                                 PIC S9(9) COMP.

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB1_MAX                                    PIC S9(4) COMP VALUE 20.
 01  LINE-COUNT                                  PIC S9(4) COMP.
*
* ************ TEMP ITEM -- REMOVE AFTER PROG IS OK ***************
 01  TEMP-COUNTER                                PIC S9(9) COMP.

/
LINKAGE SECTION.
 01  MODE_FLAG                                   PIC X.

    copy "EZITRAK_CDD.EZITRAK1451_REC"  from dictionary.

PROCEDURE DIVISION USING MODE_FLAG , EZITRAK1451_REC
                   GIVING EXIT_STATUS.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    EVALUATE MODE_FLAG
    WHEN "F"
        PERFORM 3000-FETCH-COUNT-RECORDS
    WHEN "U"
        PERFORM 5000-UPDATE-COUNT-RECORDS
    WHEN OTHER
        MOVE 100 TO EXIT_STATUS
    END-EVALUATE.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO    TO SQLCODE.
    MOVE ZERO    TO EXIT_STATUS.
    MOVE "N"     TO TRANSACTION_BEGUN_FLAG.
/
3000-FETCH-COUNT-RECORDS.
    MOVE START_PART_NUMBER OF EZITRAK1451_REC TO FETCH-START-PART.
    INITIALIZE             EZITRAK1451-REC.
    MOVE FETCH-START-PART  TO START_PART_NUMBER OF EZITRAK1451_REC.
    MOVE ZERO              TO LINE-COUNT.

    PERFORM 7000_START_TRAN_RO.

    CALL "ET_OC_STOCK_COUNT" USING SQLCA
                                 FETCH-START-PART.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF STOCK_COUNT_OC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 3150_FETCH UNTIL NOT SQL_SUCCESS
                          OR LINE-COUNT NOT < SUB1_MAX.

    CALL "ET_CC_STOCK_COUNT" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 7800_CMT_TRAN.

    IF LINE-COUNT = ZERO
        MOVE "NO OPEN COUNTS FROM THIS PART - RUN EZITRAK144 FOR A SHEET"
          TO ERROR_MESSAGE OF EZITRAK1451_REC
    END-IF.
*
3150_FETCH.
*   POSTED ROWS ARE HISTORY - ONLY OPEN COUNTS TAKE A SCREEN LINE
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
        IF COUNT_STATUS OF STOCK_COUNT_REC NOT = "P"
            ADD 1 TO LINE-COUNT
            MOVE LINE-COUNT TO SUB1
            PERFORM 7700_SETUP_REC
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF FC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
7700_SETUP_REC.
        MOVE PART_NUMBER      OF STOCK_COUNT_REC
          TO PART_NUMBER      OF EZITRAK1451_REC (SUB1).
        MOVE PART_DESC        OF STOCK_COUNT_REC
          TO PART_DESC        OF EZITRAK1451_REC (SUB1).
        MOVE COUNTED_QTY      OF STOCK_COUNT_REC
          TO COUNTED_QTY      OF EZITRAK1451_REC (SUB1).
        MOVE COUNT_STATUS     OF STOCK_COUNT_REC
          TO COUNT_STATUS     OF EZITRAK1451_REC (SUB1).
        MOVE REC_USER         OF STOCK_COUNT_REC
          TO REC_USER         OF EZITRAK1451_REC (SUB1).
        MOVE REC_TMSTAMP      OF STOCK_COUNT_REC
          TO REC_TMSTAMP      OF EZITRAK1451_REC (SUB1).
/
5000-UPDATE-COUNT-RECORDS.
    PERFORM 7100_START_TRAN_RW.

    MOVE "Y" TO TMP_FLAG.
    PERFORM 6550_UPDATE_COUNT_LINE VARYING SUB1
                                      FROM 1 BY 1
                                      UNTIL SUB1 > SUB1_MAX
                                      OR TMP_FLAG = "N".

    PERFORM 7800_CMT_TRAN.
/
6550_UPDATE_COUNT_LINE.
    EVALUATE UPDATE_IND OF EZITRAK1451_REC ( SUB1 )
    WHEN "M"
        PERFORM 7500_SELECT_COUNT_LINE
        IF TMP_FLAG = "Y"
            PERFORM 6556_UPDATE_COUNT_LINE
        END-IF
    WHEN " "
        CONTINUE
    WHEN OTHER
        MOVE "N" TO TMP_FLAG
        MOVE "ONLY M (RECORD COUNT) IS ALLOWED ON THIS SCREEN"
          TO ERROR_MESSAGE OF EZITRAK1451_REC
    END-EVALUATE.
*
6556_UPDATE_COUNT_LINE.
    IF COUNT_STATUS OF STOCK_COUNT_REC = "P"
        MOVE "N" TO TMP_FLAG
        MOVE "COUNT ALREADY POSTED - RUN EZITRAK144 FOR A NEW SNAPSHOT"
          TO ERROR_MESSAGE OF EZITRAK1451_REC
    ELSE
        IF COUNTED_QTY OF EZITRAK1451_REC ( SUB1 ) IS NOT NUMERIC
            MOVE "N" TO TMP_FLAG
            MOVE "COUNTED QUANTITY MUST BE NUMERIC"
              TO ERROR_MESSAGE OF EZITRAK1451_REC
        END-IF
    END-IF.

    IF TMP_FLAG = "Y"
        MOVE COUNTED_QTY OF EZITRAK1451-REC ( SUB1 )
          TO COUNTED_QTY OF STOCK_COUNT_REC
        MOVE "C"         TO COUNT_STATUS OF STOCK_COUNT_REC

        PERFORM 8600-GET-TIME
        MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF STOCK_COUNT_REC

        PERFORM 8700-GET-USER
        MOVE CURRENT_USER_ID TO REC_USER     OF STOCK_COUNT_REC

        PERFORM 6560_STOCK_COUNT_UR
    END-IF.
*
6560_STOCK_COUNT_UR.
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
        MOVE SPACE TO UPDATE_IND   OF EZITRAK1451_REC ( SUB1 )
        MOVE "C"   TO COUNT_STATUS OF EZITRAK1451_REC ( SUB1 )
    WHEN SQL_NOT_FOUND
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK1451_REC
        MOVE "N" TO TMP_FLAG
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1451_REC
    WHEN OTHER
        DISPLAY "ERROR OF STOCK_COUNT_UR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_PART" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RO NG CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO   9900-EXIT
    END-EVALUATE.
/
7100-START_TRAN_RW.
    CALL "ET_ST_RW_PART" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN SQL_LOCKED_RECORD
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1451_REC
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO   9900-EXIT
    END-EVALUATE.
/
7500_SELECT_COUNT_LINE.
    MOVE PART_NUMBER    OF EZITRAK1451-REC ( SUB1 )
      TO PART_NUMBER    OF STOCK_COUNT_REC.

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
        MOVE "PART IS NOT ON AN OPEN COUNT" TO ERROR_MESSAGE OF EZITRAK1451_REC
        MOVE "N" TO TMP_FLAG
    WHEN OTHER
        DISPLAY "ERROR OF STOCK_COUNT_SS CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
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
9900-EXIT.
    IF NOT SQL_SUCCESS
        MOVE 15 TO ERR_FLAGS
        PERFORM 9910_ERROR VARYING ERR_SUB FROM 1 BY 1
                           UNTIL ERR_SUB > Rdb$LU_NUM_ARGUMENTS.

    IF TRANSACTION_BEGUN_FLAG = "Y"
        PERFORM 7900_RLB_TRAN.

    EXIT PROGRAM.

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
* **************** END OF SOURCE EZITRAK1453 ****************
