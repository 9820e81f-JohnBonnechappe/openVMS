IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK105                                                 *
*   Program Name : Post-Incident Review Follow-up Report                      *
*   Summary      : Monthly batch report for the post-incident review        *
*                  process - lists every problem not yet closed that needs  *
*                  a POST_INCIDENT_REVIEW (a P1, or a master incident other *
*                  problems point at through REF_PROBLEM_NUMBER) and has    *
*                  none on file, then every open POST_INCIDENT_ACTION item  *
*                  whose due date has passed, with its owner, so the        *
*                  problem manager can chase both before the monthly        *
*                  service review. Read-only - nothing is changed.          *
*                                                                             *
*   TABLES  USED : PROBLEM_DETAILS      (Input)                               *
*                  POST_INCIDENT_REVIEW (Input)                               *
*                  POST_INCIDENT_ACTION (Input)                               *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : the tables are described in EZITRAK1043's header. A      *
*                  DBA/CDD maintainer also needs to generate two report     *
*                  cursors - ET_OC/FC/CC_REVIEW_OUTSTANDING (no input;      *
*                  PROBLEM_NUMBER, PRIORITY_ID, PROBLEM_STATUS,             *
*                  PERSON_ASSIGNED_ID, CONTACT_DATE and PROBLEM_DESC of     *
*                  every problem with PROBLEM_STATUS not "C" that is a P1   *
*                  or is named in another problem's REF_PROBLEM_NUMBER and  *
*                  has no POST_INCIDENT_REVIEW row, ordered by              *
*                  PROBLEM_NUMBER) and ET_OC/FC/CC_PIR_ACTION_OVERDUE       *
*                  (today's date in; PROBLEM_NUMBER, ACTION_NUMBER,         *
*                  ACTION_DESC, ACTION_OWNER_ID and DUE_DATE of every       *
*                  ACTION_STATUS "O" row with DUE_DATE before it, ordered   *
*                  by ACTION_OWNER_ID then DUE_DATE).                       *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK105.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PIR-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  PIR-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  PIR-REPORT-LINE                               PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"       from dictionary.
    copy "EZITRAK_CDD.POST_INCIDENT_ACTION_REC"  from dictionary.
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
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.
 01  WS-DATE-BIN                                 PIC S9(11)V9(7) COMP.
 01  WS-DATE-TEXT                                PIC X(23).

 01  OUTSTANDING-COUNT                           PIC S9(9) COMP VALUE 0.
 01  OVERDUE-COUNT                               PIC S9(9) COMP VALUE 0.

 01  WS-OUTSTANDING-LINE.
     05  WO-PROBLEM-NUMBER                       PIC Z(8)9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WO-PRIORITY-ID                          PIC X(2).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WO-PROBLEM-STATUS                       PIC X(1).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WO-PERSON-ASSIGNED-ID                   PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WO-CONTACT-DATE                         PIC X(11).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WO-PROBLEM-DESC                         PIC X(60).

 01  WS-OVERDUE-LINE.
     05  WV-PROBLEM-NUMBER                       PIC Z(8)9.
     05  FILLER                                  PIC X(1)  VALUE "/".
     05  WV-ACTION-NUMBER                        PIC 999.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WV-ACTION-OWNER-ID                      PIC X(8).
     05  FILLER                                  PIC X(6)  VALUE "  DUE ".
     05  WV-DUE-DATE                             PIC X(11).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WV-ACTION-DESC                          PIC X(60).

 01  WS-TOTALS-LINE-1.
     05  FILLER                                  PIC X(30) VALUE
                                       "REVIEWS OUTSTANDING          =".
     05  WT-OUTSTANDING-COUNT                    PIC ZZZZZZZZ9.

 01  WS-TOTALS-LINE-2.
     05  FILLER                                  PIC X(30) VALUE
                                       "ACTION ITEMS OVERDUE         =".
     05  WT-OVERDUE-COUNT                        PIC ZZZZZZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK105".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 3000-PRINT-OUTSTANDING-REVIEWS.

    PERFORM 5000-PRINT-OVERDUE-ACTIONS.

    PERFORM 6100-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO OUTSTANDING-COUNT.
    MOVE ZERO TO OVERDUE-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    OPEN OUTPUT PIR-REPORT-FILE.
/
3000-PRINT-OUTSTANDING-REVIEWS.
    MOVE "PROBLEMS STILL OPEN THAT NEED A POST-INCIDENT REVIEW"
      TO PIR-REPORT-LINE.
    WRITE PIR-REPORT-LINE.
    MOVE SPACES TO PIR-REPORT-LINE.
    WRITE PIR-REPORT-LINE.

    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_REVIEW_OUTSTANDING" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REVIEW_OUTSTANDING_OC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-OUTSTANDING UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_REVIEW_OUTSTANDING" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REVIEW_OUTSTANDING_CC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.

    IF OUTSTANDING-COUNT = ZERO
        MOVE "NO REVIEWS OUTSTANDING" TO PIR-REPORT-LINE
        WRITE PIR-REPORT-LINE
    END-IF.
*
3100-FETCH-ONE-OUTSTANDING.
    CALL "ET_FC_REVIEW_OUTSTANDING" USING SQLCA
                                 PROBLEM_NUMBER     OF PROBLEM_DETAILS_REC
                                 PRIORITY_ID        OF PROBLEM_DETAILS_REC
                                 PROBLEM_STATUS     OF PROBLEM_DETAILS_REC
                                 PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC
                                 CONTACT_DATE       OF PROBLEM_DETAILS_REC
                                 PROBLEM_DESC       OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO OUTSTANDING-COUNT
        PERFORM 3200-PRINT-ONE-OUTSTANDING
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REVIEW_OUTSTANDING_FC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3200-PRINT-ONE-OUTSTANDING.
    MOVE PROBLEM_NUMBER     OF PROBLEM_DETAILS_REC TO WO-PROBLEM-NUMBER.
    MOVE PRIORITY_ID        OF PROBLEM_DETAILS_REC TO WO-PRIORITY-ID.
    MOVE PROBLEM_STATUS     OF PROBLEM_DETAILS_REC TO WO-PROBLEM-STATUS.
    MOVE PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC
      TO WO-PERSON-ASSIGNED-ID.
    MOVE PROBLEM_DESC       OF PROBLEM_DETAILS_REC TO WO-PROBLEM-DESC.

    MOVE CONTACT_DATE OF PROBLEM_DETAILS_REC TO WS-DATE-BIN.
    PERFORM 8800-FORMAT-DATE.
    MOVE WS-DATE-TEXT (1:11) TO WO-CONTACT-DATE.

    MOVE WS-OUTSTANDING-LINE TO PIR-REPORT-LINE.
    WRITE PIR-REPORT-LINE.
/
5000-PRINT-OVERDUE-ACTIONS.
    MOVE SPACES TO PIR-REPORT-LINE.
    WRITE PIR-REPORT-LINE.
    MOVE "POST-INCIDENT ACTION ITEMS PAST THEIR DUE DATE"
      TO PIR-REPORT-LINE.
    WRITE PIR-REPORT-LINE.
    MOVE SPACES TO PIR-REPORT-LINE.
    WRITE PIR-REPORT-LINE.

    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_PIR_ACTION_OVERDUE" USING SQLCA
                                 CURRENT_DATE_BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PIR_ACTION_OVERDUE_OC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 5100-FETCH-ONE-OVERDUE UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PIR_ACTION_OVERDUE" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PIR_ACTION_OVERDUE_CC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.

    IF OVERDUE-COUNT = ZERO
        MOVE "NO ACTION ITEMS OVERDUE" TO PIR-REPORT-LINE
        WRITE PIR-REPORT-LINE
    END-IF.
*
5100-FETCH-ONE-OVERDUE.
    CALL "ET_FC_PIR_ACTION_OVERDUE" USING SQLCA
                         PROBLEM_NUMBER  OF POST_INCIDENT_ACTION_REC
                         ACTION_NUMBER   OF POST_INCIDENT_ACTION_REC
                         ACTION_DESC     OF POST_INCIDENT_ACTION_REC
                         ACTION_OWNER_ID OF POST_INCIDENT_ACTION_REC
                         DUE_DATE        OF POST_INCIDENT_ACTION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO OVERDUE-COUNT
        MOVE PROBLEM_NUMBER  OF POST_INCIDENT_ACTION_REC
          TO WV-PROBLEM-NUMBER
        MOVE ACTION_NUMBER   OF POST_INCIDENT_ACTION_REC
          TO WV-ACTION-NUMBER
        MOVE ACTION_OWNER_ID OF POST_INCIDENT_ACTION_REC
          TO WV-ACTION-OWNER-ID
        MOVE ACTION_DESC     OF POST_INCIDENT_ACTION_REC
          TO WV-ACTION-DESC
        MOVE DUE_DATE        OF POST_INCIDENT_ACTION_REC TO WS-DATE-BIN
        PERFORM 8800-FORMAT-DATE
        MOVE WS-DATE-TEXT (1:11) TO WV-DUE-DATE
        MOVE WS-OVERDUE-LINE TO PIR-REPORT-LINE
        WRITE PIR-REPORT-LINE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PIR_ACTION_OVERDUE_FC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
6100-PRINT-TOTALS.
    MOVE SPACES TO PIR-REPORT-LINE.
    WRITE PIR-REPORT-LINE.

    MOVE OUTSTANDING-COUNT TO WT-OUTSTANDING-COUNT.
    MOVE WS-TOTALS-LINE-1  TO PIR-REPORT-LINE.
    WRITE PIR-REPORT-LINE.

    MOVE OVERDUE-COUNT     TO WT-OVERDUE-COUNT.
    MOVE WS-TOTALS-LINE-2  TO PIR-REPORT-LINE.
    WRITE PIR-REPORT-LINE.
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
    CLOSE PIR-REPORT-FILE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
*
8800-FORMAT-DATE.
    MOVE SPACES TO WS-DATE-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-DATE-TEXT
                            BY REFERENCE  WS-DATE-BIN
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
    COMPUTE READ_COUNT OF JOB_RUN_LOG_REC = OUTSTANDING-COUNT
                                          + OVERDUE-COUNT.
    MOVE ZERO              TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE ZERO              TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK105 ****************
