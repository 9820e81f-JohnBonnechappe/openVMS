IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK1473                                                *
*   Program Name : Goods Receipts Table                                       *
*   Summary      : CALLed by EZITRAK147 with a MODE_FLAG parameter, the       *
*                  same shape as EZITRAK0693. Mode "F" clears the receipts    *
*                  screen for a new delivery. Mode "U" books every line       *
*                  carrying a part number and not yet marked received: the    *
*                  part must be on PART_DETAILS and the quantity above        *
*                  zero, QTY_ON_HAND is raised by the quantity (held at       *
*                  99999, the most the column takes), a GOODS_RECEIPT row     *
*                  is written against the screen's DELIVERY_REF and           *
*                  the line is marked "R" with the part description and       *
*                  the new balance. The first refused line stops the run;     *
*                  lines booked before it stand.                              *
*                                                                             *
*   SCREENS USED : EZITRAK1471 (record only - displayed by EZITRAK147)        *
*                                                                             *
*   TABLES  USED : PART_DETAILS         (Input-Output)                        *
*                  GOODS_RECEIPT        (Output)                              *
*                                                                             *
*   NOTE         : GOODS_RECEIPT is a new table, one row per part per         *
*                  delivery line - PART_NUMBER PIC X(10), RECEIPT_TMSTAMP     *
*                  (VMS binary time, key with PART_NUMBER), QTY_RECEIVED      *
*                  PIC 9(5), DELIVERY_REF PIC X(12) and REC_USER - with       *
*                  GOODS_RECEIPT_REC in the CDD and the ET_IR_GOODS_RECEIPT   *
*                  module alongside the other ET_IR_ modules.                 *
*                  EZITRAK1471_REC is a new CDD screen record, not yet        *
*                  generated - KEY_PRESSED PIC X, ERROR_MESSAGE PIC X(60),    *
*                  DELIVERY_REF PIC X(12) and an OCCURS 20 line table of      *
*                  PART_NUMBER PIC X(10), QTY_RECEIVED PIC 9(5),              *
*                  RECEIPT_STATUS PIC X, PART_DESC PIC X(20) and              *
*                  QTY_ON_HAND PIC 9(5), the last three display only.         *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK1473.
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
    copy "EZITRAK_CDD.PART_DETAILS_REC"          from dictionary.
    copy "EZITRAK_CDD.GOODS_RECEIPT_REC"         from dictionary.
/
 01  TMP-FLAG                                    PIC X.
 01  NEW-QTY-ON-HAND                             PIC S9(7).

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
*
* ************ TEMP ITEM -- REMOVE AFTER PROG IS OK ***************
 01  TEMP-COUNTER                                PIC S9(9) COMP.

/
LINKAGE SECTION.
 01  MODE_FLAG                                   PIC X.

    copy "EZITRAK_CDD.EZITRAK1471_REC"  from dictionary.

PROCEDURE DIVISION USING MODE_FLAG , EZITRAK1471_REC
                   GIVING EXIT_STATUS.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    EVALUATE MODE_FLAG
    WHEN "F"
        PERFORM 3000-CLEAR-RECEIPT-LINES
    WHEN "U"
        PERFORM 5000-BOOK-RECEIPT-LINES
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
3000-CLEAR-RECEIPT-LINES.
    INITIALIZE             EZITRAK1471-REC.
/
5000-BOOK-RECEIPT-LINES.
    IF DELIVERY_REF OF EZITRAK1471_REC = SPACES
        MOVE "KEY THE SUPPLIER'S DELIVERY REFERENCE FIRST"
          TO ERROR_MESSAGE OF EZITRAK1471_REC
        GO TO 9900-EXIT
    END-IF.

    PERFORM 7100_START_TRAN_RW.

    MOVE "Y" TO TMP_FLAG.
    PERFORM 6550_BOOK_RECEIPT_LINE VARYING SUB1
                                      FROM 1 BY 1
                                      UNTIL SUB1 > SUB1_MAX
                                      OR TMP_FLAG = "N".

    PERFORM 7800_CMT_TRAN.
/
6550_BOOK_RECEIPT_LINE.
    IF PART_NUMBER OF EZITRAK1471_REC ( SUB1 ) NOT = SPACES
       AND RECEIPT_STATUS OF EZITRAK1471_REC ( SUB1 ) NOT = "R"
        IF QTY_RECEIVED OF EZITRAK1471_REC ( SUB1 ) IS NOT NUMERIC
           OR QTY_RECEIVED OF EZITRAK1471_REC ( SUB1 ) = ZERO
            MOVE "N" TO TMP_FLAG
            MOVE "QUANTITY RECEIVED MUST BE A NUMBER ABOVE ZERO"
              TO ERROR_MESSAGE OF EZITRAK1471_REC
        ELSE
            PERFORM 7500_SELECT_PART
            IF TMP_FLAG = "Y"
                PERFORM 6556_BOOK_RECEIPT
            END-IF
        END-IF
    END-IF.
*
6556_BOOK_RECEIPT.
*   THE PART IS UPDATED FIRST SO A LOCKED PART IS REFUSED BEFORE ANY
*   RECEIPT ROW IS WRITTEN FOR IT
    PERFORM 8600-GET-TIME.
    PERFORM 8700-GET-USER.

    COMPUTE NEW-QTY-ON-HAND = QTY_ON_HAND OF PART_DETAILS_REC
                            + QTY_RECEIVED OF EZITRAK1471_REC ( SUB1 ).
    IF NEW-QTY-ON-HAND > 99999
        MOVE 99999 TO NEW-QTY-ON-HAND
    END-IF.

    MOVE NEW-QTY-ON-HAND  TO QTY_ON_HAND OF PART_DETAILS_REC.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF PART_DETAILS_REC.
    MOVE CURRENT_USER_ID  TO REC_USER    OF PART_DETAILS_REC.

    PERFORM 6560_PART_DETAILS_UR.

    IF TMP_FLAG = "Y"
        PERFORM 6570_GOODS_RECEIPT_IR
    END-IF.
*
6560_PART_DETAILS_UR.
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
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1471_REC
    WHEN OTHER
        DISPLAY "ERROR OF PART_UR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6570_GOODS_RECEIPT_IR.
    MOVE PART_NUMBER  OF PART_DETAILS_REC
      TO PART_NUMBER  OF GOODS_RECEIPT_REC.
    MOVE CURRENT_DATE_BIN
      TO RECEIPT_TMSTAMP OF GOODS_RECEIPT_REC.
    MOVE QTY_RECEIVED OF EZITRAK1471_REC ( SUB1 )
      TO QTY_RECEIVED OF GOODS_RECEIPT_REC.
    MOVE DELIVERY_REF OF EZITRAK1471_REC
      TO DELIVERY_REF OF GOODS_RECEIPT_REC.
    MOVE CURRENT_USER_ID
      TO REC_USER     OF GOODS_RECEIPT_REC.

    CALL "ET_IR_GOODS_RECEIPT" USING SQLCA
                                 PART_NUMBER     OF GOODS_RECEIPT_REC
                                 RECEIPT_TMSTAMP OF GOODS_RECEIPT_REC
                                 QTY_RECEIVED    OF GOODS_RECEIPT_REC
                                 DELIVERY_REF    OF GOODS_RECEIPT_REC
                                 REC_USER        OF GOODS_RECEIPT_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "R"   TO RECEIPT_STATUS OF EZITRAK1471_REC ( SUB1 )
        MOVE PART_DESC   OF PART_DETAILS_REC
          TO PART_DESC   OF EZITRAK1471_REC ( SUB1 )
        MOVE QTY_ON_HAND OF PART_DETAILS_REC
          TO QTY_ON_HAND OF EZITRAK1471_REC ( SUB1 )
    WHEN OTHER
        DISPLAY "ERROR OF GOODS_RECEIPT_IR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
/
7100-START_TRAN_RW.
    CALL "ET_ST_RW_PART" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN SQL_LOCKED_RECORD
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1471_REC
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO   9900-EXIT
    END-EVALUATE.
/
7500_SELECT_PART.
    MOVE PART_NUMBER    OF EZITRAK1471-REC ( SUB1 )
      TO PART_NUMBER    OF PART_DETAILS_REC.

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
        MOVE "PART NOT ON FILE - ADD IT ON EZITRAK069 FIRST"
          TO ERROR_MESSAGE OF EZITRAK1471_REC
        MOVE "N" TO TMP_FLAG
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF PART_SS CODE=" SQLCODE WITH CONVERSION
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
* **************** END OF SOURCE EZITRAK1473 ****************
