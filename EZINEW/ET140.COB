IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK140                                                 *
*   Program Name : Possible Duplicate Person Report                           *
*   Summary      : One-off batch report, rerun whenever wanted, listing      *
*                  every pair of PERSON_DETAILS rows that may be the same    *
*                  person - the same PERSON_PHONE, the same PERSON_EMAIL     *
*                  (ignoring case) or the same surname and initials as       *
*                  built by EZITRAK1403. These are the tests EZITRAK0053     *
*                  now applies before adding a person, run here across the   *
*                  whole table so the duplicates already on file can be      *
*                  checked and fed to EZITRAK033 (the right-hand             *
*                  PERSON_ID of each pair is the later one). Each line       *
*                  says which tests matched. Read-only - nothing is          *
*                  changed.                                                  *
*                                                                             *
*   TABLES  USED : PERSON_DETAILS       (Input)                               *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : PERSON_DETAILS is read through the existing               *
*                  ET_OC/FC/CC_PERSON_DETAILS, opened with a blank           *
*                  PERSON_ID in the EZITRAK0052 fetch shape, and held in     *
*                  PERSON_ID order in a 5000-entry table - more stops the    *
*                  run with a message to raise PERSON-MAX. The job log's     *
*                  READ count is people read, UPDATE count pairs listed and  *
*                  REJECT count people with no phone, email or readable      *
*                  name to match on.                                         *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK140.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DUPLICATE-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  DUPLICATE-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  DUPLICATE-REPORT-LINE                         PIC X(132).
/
WORKING-STORAGE SECTION.
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
 01  WS-FMT-BIN                                  PIC S9(11)V9(7) COMP.
 01  WS-FMT-TEXT                                 PIC X(11).
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.

 01  LOWER-CASE-LETTERS                          PIC X(26) VALUE
                                         "abcdefghijklmnopqrstuvwxyz".
 01  UPPER-CASE-LETTERS                          PIC X(26) VALUE
                                         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB2                                        PIC S9(4) COMP.
 01  SUB2-START                                  PIC S9(4) COMP.
 01  WS-MATCH-FLAG                               PIC X.
 01  WS-REASON-PTR                               PIC S9(4) COMP.
 01  WS-NAME-KEY.
     05  WS-NAME-SURNAME                         PIC X(20).
     05  WS-NAME-INITIALS                        PIC X(6).

*   EVERY PERSON ON FILE IN PERSON_ID ORDER, WITH THE EMAIL UPPER
*   CASED AND THE NAME REDUCED TO ITS EZITRAK1403 MATCH KEY
 01  PERSON-COUNT                                PIC S9(4) COMP.
 01  PERSON-MAX                                  PIC S9(4) COMP VALUE 5000.
 01  PERSON-TABLE.
     05  PERSON-ENTRY OCCURS 5000 TIMES.
         10  PT-PERSON-ID                        PIC X(8).
         10  PT-PERSON-DESC                      PIC X(30).
         10  PT-PERSON-PHONE                     PIC X(12).
         10  PT-PERSON-EMAIL                     PIC X(40).
         10  PT-NAME-KEY.
             15  PT-NAME-SURNAME                 PIC X(20).
             15  PT-NAME-INITIALS                PIC X(6).

 01  PERSON-READ-COUNT                           PIC S9(9) COMP VALUE 0.
 01  PAIRS-LISTED-COUNT                          PIC S9(9) COMP VALUE 0.
 01  NOTHING-TO-MATCH-COUNT                      PIC S9(9) COMP VALUE 0.

 01  WS-REPORT-HEADING.
     05  FILLER                                  PIC X(42) VALUE
                 "POSSIBLE DUPLICATE PEOPLE ON PERSON_DETAILS".
     05  FILLER                                  PIC X(8)  VALUE
                                                    " - RUN ".
     05  WH-RUN-DATE                             PIC X(11).

 01  WS-COLUMN-HEADING.
     05  FILLER                                  PIC X(44) VALUE
             "  PERSON    NAME".
     05  FILLER                                  PIC X(42) VALUE
             "POSSIBLE  NAME".
     05  FILLER                                  PIC X(10) VALUE
             "MATCHED ON".

 01  WS-PAIR-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WP-PERSON-ID                            PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WP-PERSON-DESC                          PIC X(30).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WP-OTHER-PERSON-ID                      PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WP-OTHER-PERSON-DESC                    PIC X(30).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WP-REASONS                              PIC X(18).

 01  WS-COUNT-LINE.
     05  WC-CAPTION                              PIC X(22).
     05  WC-COUNT                                PIC ZZZZZZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK140".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 2000-LOAD-PEOPLE.

    PERFORM 3000-PRINT-HEADINGS.

    PERFORM 4000-MATCH-ONE-PERSON VARYING SUB1 FROM 1 BY 1
                                  UNTIL SUB1 > PERSON-COUNT.

    PERFORM 6100-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO   TO SQLCODE.
    MOVE "N"    TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO   TO PERSON-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE CURRENT_DATE_BIN TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT TO WH-RUN-DATE.

    OPEN OUTPUT DUPLICATE-REPORT-FILE.
/
2000-LOAD-PEOPLE.
    PERFORM 7000-START_TRAN_RO.

    MOVE SPACES TO PERSON_ID OF PERSON_DETAILS_REC.

    CALL "ET_OC_PERSON_DETAILS" USING SQLCA
                                  PERSON_ID OF PERSON_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2100-FETCH-ONE-PERSON UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PERSON_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
2100-FETCH-ONE-PERSON.
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
        ADD 1 TO PERSON-READ-COUNT
        PERFORM 2200-KEEP-PERSON
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
2200-KEEP-PERSON.
    IF PERSON-COUNT = PERSON-MAX
        DISPLAY "MORE THAN " PERSON-MAX " PEOPLE - RAISE "
                "PERSON-MAX" WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    ADD 1 TO PERSON-COUNT.

    MOVE PERSON_ID    OF PERSON_DETAILS_REC
      TO PT-PERSON-ID    (PERSON-COUNT).
    MOVE PERSON_DESC  OF PERSON_DETAILS_REC
      TO PT-PERSON-DESC  (PERSON-COUNT).
    MOVE PERSON_PHONE OF PERSON_DETAILS_REC
      TO PT-PERSON-PHONE (PERSON-COUNT).
    MOVE PERSON_EMAIL OF PERSON_DETAILS_REC
      TO PT-PERSON-EMAIL (PERSON-COUNT).
    INSPECT PT-PERSON-EMAIL (PERSON-COUNT)
        CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS.

    CALL "EZITRAK1403" USING PERSON_DESC OF PERSON_DETAILS_REC
                             WS-NAME-KEY.
    MOVE WS-NAME-KEY TO PT-NAME-KEY (PERSON-COUNT).

    IF PT-PERSON-PHONE (PERSON-COUNT) = SPACES
    AND PT-PERSON-EMAIL (PERSON-COUNT) = SPACES
    AND PT-NAME-SURNAME (PERSON-COUNT) = SPACES
        ADD 1 TO NOTHING-TO-MATCH-COUNT
    END-IF.
/
3000-PRINT-HEADINGS.
    MOVE WS-REPORT-HEADING TO DUPLICATE-REPORT-LINE.
    WRITE DUPLICATE-REPORT-LINE AFTER ADVANCING PAGE.

    MOVE SPACES TO DUPLICATE-REPORT-LINE.
    WRITE DUPLICATE-REPORT-LINE.

    MOVE WS-COLUMN-HEADING TO DUPLICATE-REPORT-LINE.
    WRITE DUPLICATE-REPORT-LINE.
/
4000-MATCH-ONE-PERSON.
*   EACH PAIR IS TESTED ONCE - AGAINST EVERYONE AFTER THIS PERSON
    COMPUTE SUB2-START = SUB1 + 1.

    PERFORM 4100-COMPARE-PAIR VARYING SUB2 FROM SUB2-START BY 1
                              UNTIL SUB2 > PERSON-COUNT.
*
4100-COMPARE-PAIR.
    MOVE "N"    TO WS-MATCH-FLAG.
    MOVE SPACES TO WP-REASONS.
    MOVE 1      TO WS-REASON-PTR.

    IF PT-PERSON-PHONE (SUB1) NOT = SPACES
    AND PT-PERSON-PHONE (SUB1) = PT-PERSON-PHONE (SUB2)
        MOVE "Y" TO WS-MATCH-FLAG
        STRING "PHONE " DELIMITED BY SIZE
          INTO WP-REASONS
          WITH POINTER WS-REASON-PTR
    END-IF.

    IF PT-PERSON-EMAIL (SUB1) NOT = SPACES
    AND PT-PERSON-EMAIL (SUB1) = PT-PERSON-EMAIL (SUB2)
        MOVE "Y" TO WS-MATCH-FLAG
        STRING "EMAIL " DELIMITED BY SIZE
          INTO WP-REASONS
          WITH POINTER WS-REASON-PTR
    END-IF.

    IF PT-NAME-SURNAME (SUB1) NOT = SPACES
    AND PT-NAME-KEY (SUB1) = PT-NAME-KEY (SUB2)
        MOVE "Y" TO WS-MATCH-FLAG
        STRING "NAME" DELIMITED BY SIZE
          INTO WP-REASONS
          WITH POINTER WS-REASON-PTR
    END-IF.

    IF WS-MATCH-FLAG = "Y"
        PERFORM 4200-PRINT-PAIR
    END-IF.
*
4200-PRINT-PAIR.
    MOVE PT-PERSON-ID   (SUB1) TO WP-PERSON-ID.
    MOVE PT-PERSON-DESC (SUB1) TO WP-PERSON-DESC.
    MOVE PT-PERSON-ID   (SUB2) TO WP-OTHER-PERSON-ID.
    MOVE PT-PERSON-DESC (SUB2) TO WP-OTHER-PERSON-DESC.

    MOVE WS-PAIR-LINE TO DUPLICATE-REPORT-LINE.
    WRITE DUPLICATE-REPORT-LINE.

    ADD 1 TO PAIRS-LISTED-COUNT.
/
6100-PRINT-TOTALS.
    MOVE SPACES TO DUPLICATE-REPORT-LINE.
    WRITE DUPLICATE-REPORT-LINE.

    MOVE "PEOPLE READ         = " TO WC-CAPTION.
    MOVE PERSON-READ-COUNT        TO WC-COUNT.
    MOVE WS-COUNT-LINE TO DUPLICATE-REPORT-LINE.
    WRITE DUPLICATE-REPORT-LINE.

    MOVE "PAIRS LISTED        = " TO WC-CAPTION.
    MOVE PAIRS-LISTED-COUNT       TO WC-COUNT.
    MOVE WS-COUNT-LINE TO DUPLICATE-REPORT-LINE.
    WRITE DUPLICATE-REPORT-LINE.

    MOVE "NOTHING TO MATCH ON = " TO WC-CAPTION.
    MOVE NOTHING-TO-MATCH-COUNT   TO WC-COUNT.
    MOVE WS-COUNT-LINE TO DUPLICATE-REPORT-LINE.
    WRITE DUPLICATE-REPORT-LINE.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_PERSON" USING SQLCA.

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
    CLOSE DUPLICATE-REPORT-FILE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
*
8800-FORMAT-TIME.
*   DD-MMM-YYYY - THE DESCRIPTOR LENGTH CUTS OFF THE TIME
    MOVE SPACES TO WS-FMT-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-FMT-TEXT
                            BY REFERENCE  WS-FMT-BIN
                            OMITTED
                      GIVING ERR_RET.
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
    MOVE PERSON-READ-COUNT      TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE PAIRS-LISTED-COUNT     TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE NOTHING-TO-MATCH-COUNT TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK140 ****************
