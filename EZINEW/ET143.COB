IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK143                                                 *
*   Program Name : Overdue Loans and Loan Spares Report                       *
*   Summary      : Weekly batch report on the loan equipment pool (see        *
*                  EZITRAK004's header for LOAN_POOL and LOAN_TRANSACTION).   *
*                  The first part lists every loan still out past its         *
*                  expected return date, grouped by borrower with the         *
*                  borrower's name and phone, showing the unit, the problem   *
*                  it was lent for, the issue and due dates and how many      *
*                  days overdue it is, so the desk can chase the units        *
*                  that used to vanish for months on a paper tag. The         *
*                  second part shows for each site how many loan spares       *
*                  are in the cupboard and how many are out, flagging         *
*                  sites with none left to lend. Read-only - nothing is       *
*                  changed.                                                   *
*                                                                             *
*   TABLES  USED : LOAN_TRANSACTION        (Input)                            *
*                  LOAN_POOL               (Input)                            *
*                  PERSON_DETAILS          (Input)                            *
*                  SITE_DETAILS            (Input)                            *
*                  JOB_RUN_LOG             (Output)                           *
*                                                                             *
*   NOTE         : two new cursors need generating alongside the EZITRAK004   *
*                  loan modules - ET_OC/FC/CC_LOAN_OVERDUE (WHERE             *
*                  ACTUAL_RETURN_DATE = 0 AND EXPECTED_RETURN_DATE < :DAY     *
*                  ORDER BY BORROWER_ID, EXPECTED_RETURN_DATE, fetching       *
*                  BORROWER_ID, UNIT_ID, PROBLEM_NUMBER, ISSUE_DATE,          *
*                  EXPECTED_RETURN_DATE) and ET_OC/FC/CC_LOAN_POOL            *
*                  (unkeyed full scan ORDER BY SITE_ID, UNIT_ID, fetching     *
*                  UNIT_ID, SITE_ID, UNIT_STATUS). Job log: READ_COUNT =      *
*                  overdue loans, UPDATE_COUNT = borrowers listed,            *
*                  REJECT_COUNT = sites with no spare available.              *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK143.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOAN-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  LOAN-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  LOAN-REPORT-LINE                                PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.LOAN_TRANSACTION_REC"         from dictionary.
    copy "EZITRAK_CDD.LOAN_POOL_REC"                from dictionary.
    copy "EZITRAK_CDD.SITE_DETAILS_REC"             from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"           from dictionary.
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
 01  TMP_FLAG                                    PIC X.

 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  ONE-DAY-BIN                                 PIC S9(11)V9(7) COMP
                                                    VALUE 864000000000.
 01  WS-DAY-NUMBER                               PIC S9(9) COMP.
 01  WS-DAYS-OVERDUE                             PIC S9(9) COMP.
 01  WS-TODAY-BIN                                PIC S9(11)V9(7) COMP.
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.
 01  WS-TODAY-TEXT                               PIC X(23).
 01  WS-DATE-TEXT                                PIC X(23).

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB2                                        PIC S9(4) COMP.

 01  LOAN-COUNT                                  PIC S9(4) COMP VALUE 0.
 01  LOAN-MAX                                    PIC S9(4) COMP VALUE 500.
 01  LOAN-TRUNC-FLAG                             PIC X VALUE "N".
 01  LOAN-TABLE.
     05  LOAN-ENTRY OCCURS 500 TIMES.
         10  LNT-BORROWER-ID                     PIC X(8).
         10  LNT-UNIT-ID                         PIC X(8).
         10  LNT-PROBLEM-NUMBER                  PIC 9(9).
         10  LNT-ISSUE-DATE                      PIC S9(11)V9(7) COMP.
         10  LNT-EXPECTED-RETURN-DATE            PIC S9(11)V9(7) COMP.

 01  SITE-COUNT                                  PIC S9(4) COMP VALUE 0.
 01  SITE-MAX                                    PIC S9(4) COMP VALUE 200.
 01  SITE-TRUNC-FLAG                             PIC X VALUE "N".
 01  SITE-TABLE.
     05  SITE-ENTRY OCCURS 200 TIMES.
         10  STT-SITE-ID                         PIC X(4).
         10  STT-AVAILABLE-COUNT                 PIC S9(4) COMP.
         10  STT-ON-LOAN-COUNT                   PIC S9(4) COMP.

 01  WS-LAST-BORROWER-ID                         PIC X(8).

 01  BORROWER-COUNT                              PIC S9(9) COMP VALUE 0.
 01  EMPTY-SITE-COUNT                            PIC S9(9) COMP VALUE 0.
 01  AVAILABLE-TOTAL                             PIC S9(9) COMP VALUE 0.
 01  ON-LOAN-TOTAL                               PIC S9(9) COMP VALUE 0.

 01  WS-HEADING-LINE.
     05  FILLER                                  PIC X(44) VALUE
            "EZITRAK143 - LOANS OVERDUE FOR RETURN AS AT ".
     05  WH-TODAY                                PIC X(11).

 01  WS-BORROWER-LINE.
     05  FILLER                                  PIC X(12) VALUE
                                                    "BORROWER : ".
     05  WB-BORROWER-ID                          PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WB-BORROWER-NAME                        PIC X(30).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WB-BORROWER-PHONE                       PIC X(20).

 01  WS-LOAN-COLUMNS.
     05  FILLER                                  PIC X(4)  VALUE SPACES.
     05  FILLER                                  PIC X(10) VALUE
                                                    "UNIT".
     05  FILLER                                  PIC X(22) VALUE
                                                    "DESCRIPTION".
     05  FILLER                                  PIC X(11) VALUE
                                                    "  PROBLEM".
     05  FILLER                                  PIC X(13) VALUE
                                                    "ISSUED".
     05  FILLER                                  PIC X(13) VALUE
                                                    "DUE BACK".
     05  FILLER                                  PIC X(12) VALUE
                                                    "DAYS OVER".

 01  WS-LOAN-LINE.
     05  FILLER                                  PIC X(4)  VALUE SPACES.
     05  WN-UNIT-ID                              PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WN-UNIT-DESC                            PIC X(20).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WN-PROBLEM-NUMBER                       PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WN-ISSUE-DATE                           PIC X(11).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WN-DUE-DATE                             PIC X(11).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WN-DAYS-OVERDUE                         PIC ZZZZ9.

 01  WS-SPARES-HEADING.
     05  FILLER                                  PIC X(50) VALUE
            "EZITRAK143 - LOAN SPARES BY SITE".

 01  WS-SPARES-COLUMNS.
     05  FILLER                                  PIC X(8)  VALUE
                                                    "SITE".
     05  FILLER                                  PIC X(32) VALUE
                                                    "DESCRIPTION".
     05  FILLER                                  PIC X(11) VALUE
                                                    "AVAILABLE".
     05  FILLER                                  PIC X(11) VALUE
                                                    "  ON LOAN".

 01  WS-SPARES-LINE.
     05  WS-SITE-ID                              PIC X(4).
     05  FILLER                                  PIC X(4)  VALUE SPACES.
     05  WS-SITE-DESC                            PIC X(30).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WS-AVAILABLE-COUNT                      PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WS-ON-LOAN-COUNT                        PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WS-SITE-WARNING                         PIC X(24).

 01  WS-TOTALS-LINE.
     05  WT-LABEL                                PIC X(30).
     05  WT-COUNT                                PIC ZZZZZZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK143".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 3000-LOAD-OVERDUE-LOANS.

    PERFORM 7000-START_TRAN_RO.

    PERFORM 3500-PRINT-ONE-LOAN VARYING SUB1 FROM 1 BY 1
                                UNTIL SUB1 > LOAN-COUNT.

    PERFORM 7800-CMT_TRAN.

    IF LOAN-COUNT = ZERO
        MOVE "NO LOANS OVERDUE" TO LOAN-REPORT-LINE
        WRITE LOAN-REPORT-LINE
    END-IF.

    PERFORM 5000-LOAD-LOAN-POOL.

    PERFORM 5500-PRINT-SPARES.

    PERFORM 6000-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO   TO SQLCODE.
    MOVE "N"    TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO   TO LOAN-COUNT.
    MOVE ZERO   TO SITE-COUNT.
    MOVE SPACES TO WS-LAST-BORROWER-ID.

*   A LOAN IS DUE BACK BY THE END OF ITS EXPECTED RETURN DAY, HELD AS
*   THAT DAY'S MIDNIGHT - IT IS OVERDUE ONCE TODAY'S MIDNIGHT IS PAST IT
    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    DIVIDE CURRENT_DATE_BIN BY ONE-DAY-BIN
        GIVING WS-DAY-NUMBER.
    MOVE ONE-DAY-BIN TO WS-TODAY-BIN.
    MULTIPLY WS-DAY-NUMBER BY WS-TODAY-BIN.

    MOVE SPACES TO WS-TODAY-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-TODAY-TEXT
                            BY REFERENCE  WS-TODAY-BIN
                            OMITTED
                      GIVING ERR_RET.

    MOVE WS-TODAY-TEXT (1:11) TO WH-TODAY.

    OPEN OUTPUT LOAN-REPORT-FILE.

    MOVE WS-HEADING-LINE TO LOAN-REPORT-LINE.
    WRITE LOAN-REPORT-LINE AFTER ADVANCING PAGE.
/
3000-LOAD-OVERDUE-LOANS.
*   THE OVERDUE LOANS ARE TABLED FIRST SO THE BORROWER AND UNIT READS
*   FOR EACH ONE ARE NOT MADE INSIDE THE OPEN CURSOR
    PERFORM 7000-START_TRAN_RO.

    MOVE WS-TODAY-BIN TO EXPECTED_RETURN_DATE OF LOAN_TRANSACTION_REC.

    CALL "ET_OC_LOAN_OVERDUE" USING SQLCA
                        EXPECTED_RETURN_DATE OF LOAN_TRANSACTION_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON LOAN_OVERDUE_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-LOAN UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_LOAN_OVERDUE" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON LOAN_OVERDUE_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3100-FETCH-ONE-LOAN.
    CALL "ET_FC_LOAN_OVERDUE" USING SQLCA
                        BORROWER_ID          OF LOAN_TRANSACTION_REC
                        UNIT_ID              OF LOAN_TRANSACTION_REC
                        PROBLEM_NUMBER       OF LOAN_TRANSACTION_REC
                        ISSUE_DATE           OF LOAN_TRANSACTION_REC
                        EXPECTED_RETURN_DATE OF LOAN_TRANSACTION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 3150-TABLE-LOAN
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON LOAN_OVERDUE_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3150-TABLE-LOAN.
    IF LOAN-COUNT < LOAN-MAX
        ADD 1 TO LOAN-COUNT
        MOVE BORROWER_ID          OF LOAN_TRANSACTION_REC
          TO LNT-BORROWER-ID          (LOAN-COUNT)
        MOVE UNIT_ID              OF LOAN_TRANSACTION_REC
          TO LNT-UNIT-ID              (LOAN-COUNT)
        MOVE PROBLEM_NUMBER       OF LOAN_TRANSACTION_REC
          TO LNT-PROBLEM-NUMBER       (LOAN-COUNT)
        MOVE ISSUE_DATE           OF LOAN_TRANSACTION_REC
          TO LNT-ISSUE-DATE           (LOAN-COUNT)
        MOVE EXPECTED_RETURN_DATE OF LOAN_TRANSACTION_REC
          TO LNT-EXPECTED-RETURN-DATE (LOAN-COUNT)
    ELSE
        IF LOAN-TRUNC-FLAG = "N"
            DISPLAY "MORE THAN " LOAN-MAX
                    " LOANS OVERDUE - REPORT TRUNCATED"
                    WITH CONVERSION
            MOVE "Y" TO LOAN-TRUNC-FLAG
        END-IF
    END-IF.
/
3500-PRINT-ONE-LOAN.
    IF LNT-BORROWER-ID (SUB1) NOT = WS-LAST-BORROWER-ID
        PERFORM 3600-START-BORROWER
    END-IF.

    PERFORM 3700-PRINT-LOAN-DETAIL.
*
3600-START-BORROWER.
    MOVE LNT-BORROWER-ID (SUB1) TO WS-LAST-BORROWER-ID.
    ADD 1 TO BORROWER-COUNT.

    MOVE SPACES TO LOAN-REPORT-LINE.
    WRITE LOAN-REPORT-LINE.

    MOVE SPACES                 TO WB-BORROWER-NAME.
    MOVE SPACES                 TO WB-BORROWER-PHONE.
    MOVE LNT-BORROWER-ID (SUB1) TO WB-BORROWER-ID.
    MOVE LNT-BORROWER-ID (SUB1) TO PERSON_ID OF PERSON_DETAILS_REC.

    PERFORM 8500-READ-PERSON.

    IF TMP_FLAG = "Y"
        MOVE PERSON_DESC  OF PERSON_DETAILS_REC TO WB-BORROWER-NAME
        MOVE PERSON_PHONE OF PERSON_DETAILS_REC TO WB-BORROWER-PHONE
    ELSE
        MOVE "*** NOT ON FILE ***"              TO WB-BORROWER-NAME
    END-IF.

    MOVE WS-BORROWER-LINE TO LOAN-REPORT-LINE.
    WRITE LOAN-REPORT-LINE.

    MOVE WS-LOAN-COLUMNS TO LOAN-REPORT-LINE.
    WRITE LOAN-REPORT-LINE.
*
3700-PRINT-LOAN-DETAIL.
    MOVE LNT-UNIT-ID (SUB1)        TO WN-UNIT-ID.
    MOVE LNT-PROBLEM-NUMBER (SUB1) TO WN-PROBLEM-NUMBER.

    MOVE LNT-UNIT-ID (SUB1) TO UNIT_ID OF LOAN_POOL_REC.

    CALL "ET_SS_LOAN_POOL" USING SQLCA
                                 UNIT_ID      OF LOAN_POOL_REC
                                 EQUIPMENT_ID OF LOAN_POOL_REC
                                 UNIT_DESC    OF LOAN_POOL_REC
                                 SITE_ID      OF LOAN_POOL_REC
                                 UNIT_STATUS  OF LOAN_POOL_REC
                                 REC_USER     OF LOAN_POOL_REC
                                 REC_TMSTAMP  OF LOAN_POOL_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE UNIT_DESC OF LOAN_POOL_REC TO WN-UNIT-DESC
    WHEN SQL_NOT_FOUND
        MOVE "*** NOT ON FILE ***"      TO WN-UNIT-DESC
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON LOAN_POOL_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE SPACES TO WS-DATE-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-DATE-TEXT
                            BY REFERENCE  LNT-ISSUE-DATE (SUB1)
                            OMITTED
                      GIVING ERR_RET.
    MOVE WS-DATE-TEXT (1:11) TO WN-ISSUE-DATE.

    MOVE SPACES TO WS-DATE-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-DATE-TEXT
                            BY REFERENCE  LNT-EXPECTED-RETURN-DATE (SUB1)
                            OMITTED
                      GIVING ERR_RET.
    MOVE WS-DATE-TEXT (1:11) TO WN-DUE-DATE.

    SUBTRACT LNT-EXPECTED-RETURN-DATE (SUB1) FROM WS-TODAY-BIN
        GIVING CURRENT_DATE_BIN.
    DIVIDE CURRENT_DATE_BIN BY ONE-DAY-BIN
        GIVING WS-DAYS-OVERDUE.
    MOVE WS-DAYS-OVERDUE TO WN-DAYS-OVERDUE.

    MOVE WS-LOAN-LINE TO LOAN-REPORT-LINE.
    WRITE LOAN-REPORT-LINE.
/
5000-LOAD-LOAN-POOL.
*   ONLY COUNTING HAPPENS INSIDE THIS CURSOR - THE SITE DESCRIPTIONS
*   ARE READ WHEN THE TABLE IS PRINTED. RETIRED UNITS ARE LEFT OUT
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_LOAN_POOL" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON LOAN_POOL_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 5100-FETCH-ONE-UNIT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_LOAN_POOL" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON LOAN_POOL_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
5100-FETCH-ONE-UNIT.
    CALL "ET_FC_LOAN_POOL" USING SQLCA
                                 UNIT_ID     OF LOAN_POOL_REC
                                 SITE_ID     OF LOAN_POOL_REC
                                 UNIT_STATUS OF LOAN_POOL_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF UNIT_STATUS OF LOAN_POOL_REC = "A"
        OR UNIT_STATUS OF LOAN_POOL_REC = "L"
            PERFORM 5150-COUNT-UNIT THRU 5150-COUNT-UNIT-EXIT
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON LOAN_POOL_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5150-COUNT-UNIT.
*   THE CURSOR IS IN SITE ORDER, SO A NEW SITE IS ALWAYS THE LAST ENTRY
    IF SITE-COUNT = ZERO
    OR SITE_ID OF LOAN_POOL_REC NOT = STT-SITE-ID (SITE-COUNT)
        IF SITE-COUNT < SITE-MAX
            ADD 1 TO SITE-COUNT
            MOVE SITE_ID OF LOAN_POOL_REC TO STT-SITE-ID (SITE-COUNT)
            MOVE ZERO TO STT-AVAILABLE-COUNT (SITE-COUNT)
            MOVE ZERO TO STT-ON-LOAN-COUNT   (SITE-COUNT)
        ELSE
            IF SITE-TRUNC-FLAG = "N"
                DISPLAY "MORE THAN " SITE-MAX
                        " LOAN SITES - SPARES SUMMARY TRUNCATED"
                        WITH CONVERSION
                MOVE "Y" TO SITE-TRUNC-FLAG
            END-IF
            GO TO 5150-COUNT-UNIT-EXIT
        END-IF
    END-IF.

    IF UNIT_STATUS OF LOAN_POOL_REC = "A"
        ADD 1 TO STT-AVAILABLE-COUNT (SITE-COUNT)
        ADD 1 TO AVAILABLE-TOTAL
    ELSE
        ADD 1 TO STT-ON-LOAN-COUNT (SITE-COUNT)
        ADD 1 TO ON-LOAN-TOTAL
    END-IF.
*
5150-COUNT-UNIT-EXIT.
    EXIT.
/
5500-PRINT-SPARES.
    MOVE WS-SPARES-HEADING TO LOAN-REPORT-LINE.
    WRITE LOAN-REPORT-LINE AFTER ADVANCING PAGE.
    MOVE SPACES TO LOAN-REPORT-LINE.
    WRITE LOAN-REPORT-LINE.
    MOVE WS-SPARES-COLUMNS TO LOAN-REPORT-LINE.
    WRITE LOAN-REPORT-LINE.

    PERFORM 7000-START_TRAN_RO.

    PERFORM 5600-PRINT-ONE-SITE VARYING SUB2 FROM 1 BY 1
                                UNTIL SUB2 > SITE-COUNT.

    PERFORM 7800-CMT_TRAN.

    IF SITE-COUNT = ZERO
        MOVE "NO LOAN SPARES IN THE POOL" TO LOAN-REPORT-LINE
        WRITE LOAN-REPORT-LINE
    END-IF.
*
5600-PRINT-ONE-SITE.
    MOVE STT-SITE-ID (SUB2)         TO WS-SITE-ID.
    MOVE STT-AVAILABLE-COUNT (SUB2) TO WS-AVAILABLE-COUNT.
    MOVE STT-ON-LOAN-COUNT (SUB2)   TO WS-ON-LOAN-COUNT.

    MOVE STT-SITE-ID (SUB2) TO SITE_ID OF SITE_DETAILS_REC.

    CALL "ET_SS_SITE_DETAILS" USING SQLCA
                                  SITE_ID   OF SITE_DETAILS_REC
                                  SITE_DESC OF SITE_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE SITE_DESC OF SITE_DETAILS_REC TO WS-SITE-DESC
    WHEN SQL_NOT_FOUND
        MOVE "*** NOT ON FILE ***"         TO WS-SITE-DESC
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON SITE_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF STT-AVAILABLE-COUNT (SUB2) = ZERO
        MOVE "*** NONE TO LEND ***" TO WS-SITE-WARNING
        ADD 1 TO EMPTY-SITE-COUNT
    ELSE
        MOVE SPACES                 TO WS-SITE-WARNING
    END-IF.

    MOVE WS-SPARES-LINE TO LOAN-REPORT-LINE.
    WRITE LOAN-REPORT-LINE.
/
6000-PRINT-TOTALS.
    MOVE SPACES TO LOAN-REPORT-LINE.
    WRITE LOAN-REPORT-LINE.

    MOVE "LOANS OVERDUE               = " TO WT-LABEL.
    MOVE LOAN-COUNT                       TO WT-COUNT.
    MOVE WS-TOTALS-LINE                   TO LOAN-REPORT-LINE.
    WRITE LOAN-REPORT-LINE.

    MOVE "BORROWERS TO CHASE          = " TO WT-LABEL.
    MOVE BORROWER-COUNT                   TO WT-COUNT.
    MOVE WS-TOTALS-LINE                   TO LOAN-REPORT-LINE.
    WRITE LOAN-REPORT-LINE.

    MOVE "SPARES AVAILABLE            = " TO WT-LABEL.
    MOVE AVAILABLE-TOTAL                  TO WT-COUNT.
    MOVE WS-TOTALS-LINE                   TO LOAN-REPORT-LINE.
    WRITE LOAN-REPORT-LINE.

    MOVE "SPARES OUT ON LOAN          = " TO WT-LABEL.
    MOVE ON-LOAN-TOTAL                    TO WT-COUNT.
    MOVE WS-TOTALS-LINE                   TO LOAN-REPORT-LINE.
    WRITE LOAN-REPORT-LINE.

    MOVE "SITES WITH NONE TO LEND     = " TO WT-LABEL.
    MOVE EMPTY-SITE-COUNT                 TO WT-COUNT.
    MOVE WS-TOTALS-LINE                   TO LOAN-REPORT-LINE.
    WRITE LOAN-REPORT-LINE.
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
    CLOSE LOAN-REPORT-FILE.
*
8500-READ-PERSON.
    CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                  PERSON_ID       OF PERSON_DETAILS_REC
                                  PERSON_DESC     OF PERSON_DETAILS_REC
                                  PERSON_PHONE    OF PERSON_DETAILS_REC
                                  SUPERVISOR_FLAG OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TMP_FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
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
    MOVE LOAN-COUNT       TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE BORROWER-COUNT   TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE EMPTY-SITE-COUNT TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK143 ****************
