IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK136                                                 *
*   Program Name : Closed Problem Correction                                  *
*   Summary      : Supervisor-only correction screen for the handful of       *
*                  fields that are commonly wrong on a closed problem -       *
*                  APPLICATION_ID, SOLVED_DATE, CLOSE_CODE and                *
*                  CONTACT_PERSON_ID - so they can be put right without       *
*                  reopening the ticket. "F" fetches the PROBLEM_NUMBER       *
*                  keyed on the EZITRAK1361 screen; any other key applies     *
*                  the corrected values. Each field is validated the way      *
*                  EZITRAK001/004 validate it, a CORRECTION_REASON code       *
*                  is required, and the problem must still be closed          *
*                  ("C") - its status is never changed. A correction is       *
*                  refused when the old or the new SOLVED_DATE falls in       *
*                  a closed ACCT_PERIOD. The before image goes to             *
*                  PROBLEM_JOURNAL, the change to PROBLEM_CORRECTION_LOG,     *
*                  and a PROBLEM_HISTORY row flagged as a correction is       *
*                  written, which the reopen reports skip. No                 *
*                  notification of any kind is sent. "E" exits.               *
*                                                                             *
*   SCREENS USED : EZITRAK1361                                                *
*                                                                             *
*   TABLES  USED : PROBLEM_DETAILS          (Update)                          *
*                  PROBLEM_HISTORY          (Output)                          *
*                  PROBLEM_JOURNAL          (Output)                          *
*                  PROBLEM_CORRECTION_LOG   (Output)                          *
*                  CORRECTION_REASON_DETAILS (Input)                          *
*                  APPLICATION_DETAILS      (Input)                           *
*                  CLOSE_CODE_DETAILS       (Input)                           *
*                  PERSON_DETAILS           (Input)                           *
*                  ACCT_PERIOD              (Input)                           *
*                  USAGE_LOG                (Output)                          *
*                                                                             *
*   NOTE         : EZITRAK1361_REC is a new CDD screen record -             *
*                  KEY_PRESSED, ERROR_MESSAGE, PROBLEM_NUMBER PIC 9(9),     *
*                  PROBLEM_STATUS, PROBLEM_DESC and CONTACT_DATE (display   *
*                  only), the four correctable fields APPLICATION_ID,       *
*                  SOLVED_DATE, CLOSE_CODE and CONTACT_PERSON_ID as on      *
*                  EZITRAK042_REC, CORRECTION_REASON_CODE PIC X(4) and      *
*                  CORRECTION_COMMENT PIC X(60).                            *
*                                                                             *
*   NOTE         : CORRECTION_REASON_DETAILS is a new CDD lookup table in   *
*                  the DUE_REASON_DETAILS shape - CORRECTION_REASON_CODE    *
*                  PIC X(4) key, CORRECTION_REASON_DESC PIC X(30) - read    *
*                  through a new ET_SS_CORRECTION_REASON_DETAILS.           *
*                  PROBLEM_CORRECTION_LOG is a new CDD table in the         *
*                  DUE_DATE_CHANGE_LOG shape, keyed on PROBLEM_NUMBER +     *
*                  REC_TMSTAMP: CORRECTION_REASON_CODE, CORRECTION_COMMENT  *
*                  PIC X(60), OLD_/NEW_APPLICATION_ID,                      *
*                  OLD_/NEW_SOLVED_DATE, OLD_/NEW_CLOSE_CODE,               *
*                  OLD_/NEW_CONTACT_PERSON_ID and REC_USER, written by a    *
*                  new ET_IR_PROBLEM_CORRECTION_LOG - PROBLEM_JOURNAL       *
*                  carries no CLOSE_CODE, so the old code is kept here.     *
*                                                                             *
*   NOTE         : ET_UR_PROBLEM_CORRECTION is a new update module over     *
*                  PROBLEM_DETAILS that sets only APPLICATION_ID,           *
*                  SOLVED_DATE, CLOSE_CODE, CONTACT_PERSON_ID, REC_USER and *
*                  REC_TMSTAMP for the PROBLEM_NUMBER - none of the         *
*                  existing ET_UR_PROBLEM_DETAILS views carries both        *
*                  CLOSE_CODE and APPLICATION_ID, and a correction must     *
*                  leave the status alone. PROBLEM_HISTORY gains            *
*                  CORRECTION_FLAG PIC X, defaulting to space so            *
*                  ET_IR_PROBLEM_HISTORY and its callers are unchanged; a   *
*                  new ET_IR2_PROBLEM_HISTORY writes the usual seven        *
*                  columns plus CORRECTION_FLAG "Y". The new                *
*                  ET_OC7/FC7/CC7_PROBLEM_HISTORY cursor is EZITRAK029's    *
*                  OC4 WHERE CORRECTION_FLAG <> 'Y', same order and         *
*                  columns, and EZITRAK029 and EZITRAK135 now pair reopens  *
*                  off it.                                                  *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK136.
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
    copy "EZITRAK_CDD.EZITRAK1361_REC"  from dictionary.

    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"          from dictionary.
    copy "EZITRAK_CDD.PROBLEM_HISTORY_REC"          from dictionary.
    copy "EZITRAK_CDD.PROBLEM_JOURNAL_REC"          from dictionary.
    copy "EZITRAK_CDD.PROBLEM_CORRECTION_LOG_REC"   from dictionary.
    copy "EZITRAK_CDD.CORRECTION_REASON_DETAILS_REC" from dictionary.
    copy "EZITRAK_CDD.APPLICATION_DETAILS_REC"      from dictionary.
    copy "EZITRAK_CDD.CLOSE_CODE_DETAILS_REC"       from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"           from dictionary.
    copy "EZITRAK_CDD.ACCT_PERIOD_REC"              from dictionary.
    copy "EZITRAK_CDD.SYSTEM_QUIESCE_REC"       from dictionary.
    copy "EZITRAK_CDD.USAGE_LOG_REC"            from dictionary.
/
 01  SESSION-ID                                  PIC X(16) GLOBAL.
 01  DEVICE-NAME                                 PIC X(9)  VALUE "SYS$INPUT".
 01  FORM-FILE                                   PIC X(11) VALUE
                                                    "EZITRAK1361".
 01  FORMS-STATUS                                PIC S9(9) COMP GLOBAL.
 01  SINGLE_REC_COUNT                            PIC S9(5) COMP VALUE 1 GLOBAL.
 01  NO-TIMEOUT                                  PIC S9(9) COMP VALUE 0 GLOBAL.
 01  ORIGINAL_REQ                                PIC S9(9) COMP VALUE 0 GLOBAL.
 01  NO-OPTIONS                                  PIC S9(9) COMP VALUE 0 GLOBAL.
 01  NO-SHAD                                     PIC S9(9) COMP VALUE 0 GLOBAL.

 01  SEND_REC_NAME                               PIC X(15).
 01  RECE-REC-NAME                               PIC X(15).

 01  CORRECT_REC_NAME                            PIC X(15) VALUE
                                                    "EZITRAK1361_REC".

 01  INP_CTL_STRING                              PIC X(25) GLOBAL.
 01  OUT_CTL_STRING                              PIC X(25) GLOBAL.
 01  INP_CTL_COUNT                               PIC S9(9) COMP GLOBAL.
 01  OUT_CTL_COUNT                               PIC S9(9) COMP GLOBAL.
/
 01  TMP-FLAG                                    PIC X.
 01  STAGE-OF-PROCESSING                         PIC 99.

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

 01  SUPERVISOR-OK-FLAG                          PIC X.
 01  CORRECTION-OK-FLAG                          PIC X.
 01  APPLICATION-FOUND-FLAG                      PIC X.
 01  CLOSE-CODE-FOUND-FLAG                       PIC X.
 01  PERSON-FOUND-FLAG                           PIC X.
 01  REASON-FOUND-FLAG                           PIC X.
 01  WS-PERIOD-LOCKED-FLAG                       PIC X.
 01  WS-PERIOD-CHECK-DATE                        PIC S9(11)V9(7) COMP.
 01  WS-PROBLEM-NUMBER                           PIC 9(9).
 01  WS-ERROR-MESSAGE                            PIC X(60).
*
*   THE PROBLEM AS LAST FETCHED - A CORRECTION IS ONLY APPLIED TO THE
*   PROBLEM THAT IS ON THE SCREEN, AND ONLY WHEN SOMETHING HAS CHANGED
 01  WS-FETCHED-PROBLEM.
     05  FP-PROBLEM-NUMBER                       PIC 9(9).
     05  FP-APPLICATION-ID                       PIC X(4).
     05  FP-SOLVED-DATE                          PIC S9(11)V9(7) COMP.
     05  FP-CLOSE-CODE                           PIC X(4).
     05  FP-CONTACT-PERSON-ID                    PIC X(8).
*
* ************ TEMP ITEM -- REMOVE AFTER PROG IS OK ***************
 01  TEMP-COUNTER                                PIC S9(9) COMP.
 01  PREVIOUS-STAGE-OF-PROCESSING                PIC 99 VALUE ZERO.
 01  WS-QUIESCE-NOW-BIN                          PIC S9(11)V9(7) COMP.
 01  WS-USAGE-EVENT-FLAG                         PIC X.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM DISTRIBUTOR-PARA UNTIL STAGE-OF-PROCESSING = 99.

    PERFORM 8000-FINALISATION.
    MOVE "E" TO WS-USAGE-EVENT-FLAG.
    PERFORM 7060-RECORD-USAGE.

    GO TO 9900-EXIT.
*
DISTRIBUTOR-PARA.
    IF STAGE-OF-PROCESSING = 10
        PERFORM 2000-GET-PROBLEM THRU 2000-GET-PROBLEM-EXIT.

    IF STAGE-OF-PROCESSING = 20
        PERFORM 3000-CORRECTION-SCREEN.

    IF STAGE-OF-PROCESSING = 25
        PERFORM 4000-APPLY-CORRECTION THRU 4000-APPLY-CORRECTION-EXIT.

    IF STAGE-OF-PROCESSING = PREVIOUS-STAGE-OF-PROCESSING
        ADD 1 TO TEMP-COUNTER
    ELSE
        MOVE ZERO TO TEMP-COUNTER
        MOVE STAGE-OF-PROCESSING TO PREVIOUS-STAGE-OF-PROCESSING
    END-IF.

    IF TEMP-COUNTER > 10
        DISPLAY "TEMP COUNTER EXCEEDED - PROGRAM MAY BE LOOPING"
        GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE 10      TO STAGE-OF-PROCESSING.
    MOVE ZERO    TO TEMP-COUNTER.
    MOVE ZERO    TO PREVIOUS-STAGE-OF-PROCESSING.
    MOVE ZERO    TO SQLCODE.
    MOVE "N"     TO TRANSACTION_BEGUN_FLAG.
    INITIALIZE EZITRAK1361_REC.
    INITIALIZE WS-FETCHED-PROBLEM.

    PERFORM 1050-CHECK-QUIESCE.

    PERFORM 1100-FORM-INIT.

    MOVE "S" TO WS-USAGE-EVENT-FLAG.
    PERFORM 7060-RECORD-USAGE.
*
1100-FORM-INIT.
    CALL "FORMS$ENABLE"
    USING
      OMITTED
      BY DESCRIPTOR  DEVICE_NAME
      BY DESCRIPTOR  SESSION_ID
      BY DESCRIPTOR  FORM-FILE,
    GIVING           FORMS-STATUS.

    IF FORMS-STATUS IS FAILURE
        PERFORM 8200-FORMS-ERROR
        GO TO   9900-EXIT
    END-IF.
/
2000-GET-PROBLEM.
*   THE PROBLEM KEYED ON THE SCREEN IS KEPT ACROSS THE REFETCH, AS
*   IS THE MESSAGE FROM A CORRECTION JUST MADE
    MOVE PROBLEM_NUMBER OF EZITRAK1361_REC TO WS-PROBLEM-NUMBER.
    MOVE ERROR_MESSAGE  OF EZITRAK1361_REC TO WS-ERROR-MESSAGE.
    INITIALIZE EZITRAK1361_REC.
    INITIALIZE WS-FETCHED-PROBLEM.
    MOVE WS-PROBLEM-NUMBER TO PROBLEM_NUMBER OF EZITRAK1361_REC.
    MOVE WS-ERROR-MESSAGE  TO ERROR_MESSAGE  OF EZITRAK1361_REC.

    MOVE 20 TO STAGE-OF-PROCESSING.

    IF WS-PROBLEM-NUMBER = ZERO
        GO TO 2000-GET-PROBLEM-EXIT
    END-IF.

    PERFORM 7000-START_TRAN_RO.

    MOVE WS-PROBLEM-NUMBER TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC.
    PERFORM 7400-PROBLEM_SS.

    PERFORM 7800-CMT_TRAN.

    IF TMP-FLAG = "N"
        MOVE "PROBLEM NOT ON FILE" TO ERROR_MESSAGE OF EZITRAK1361_REC
        GO TO 2000-GET-PROBLEM-EXIT
    END-IF.

    MOVE PROBLEM_STATUS    OF PROBLEM_DETAILS_REC
      TO PROBLEM_STATUS    OF EZITRAK1361_REC.
    MOVE PROBLEM_DESC      OF PROBLEM_DETAILS_REC
      TO PROBLEM_DESC      OF EZITRAK1361_REC.
    MOVE CONTACT_DATE      OF PROBLEM_DETAILS_REC
      TO CONTACT_DATE      OF EZITRAK1361_REC.

    IF PROBLEM_STATUS OF PROBLEM_DETAILS_REC NOT = "C"
        MOVE "ONLY A CLOSED PROBLEM CAN BE CORRECTED HERE"
          TO ERROR_MESSAGE OF EZITRAK1361_REC
        GO TO 2000-GET-PROBLEM-EXIT
    END-IF.

    MOVE APPLICATION_ID    OF PROBLEM_DETAILS_REC
      TO APPLICATION_ID    OF EZITRAK1361_REC
         FP-APPLICATION-ID.
    MOVE SOLVED_DATE       OF PROBLEM_DETAILS_REC
      TO SOLVED_DATE       OF EZITRAK1361_REC
         FP-SOLVED-DATE.
    MOVE CLOSE_CODE        OF PROBLEM_DETAILS_REC
      TO CLOSE_CODE        OF EZITRAK1361_REC
         FP-CLOSE-CODE.
    MOVE CONTACT_PERSON_ID OF PROBLEM_DETAILS_REC
      TO CONTACT_PERSON_ID OF EZITRAK1361_REC
         FP-CONTACT-PERSON-ID.
    MOVE WS-PROBLEM-NUMBER TO FP-PROBLEM-NUMBER.
*
2000-GET-PROBLEM-EXIT.
    EXIT.
/
3000-CORRECTION-SCREEN.
    MOVE SPACE TO KEY_PRESSED OF EZITRAK1361_REC.
    PERFORM 8100-REQUEST-01.
    MOVE SPACES  TO ERROR_MESSAGE OF EZITRAK1361_REC.

    EVALUATE KEY_PRESSED OF EZITRAK1361_REC
    WHEN "E"
        MOVE 99 TO STAGE-OF-PROCESSING
    WHEN "F"
        MOVE 10 TO STAGE-OF-PROCESSING
    WHEN "B"
        MOVE 10 TO STAGE-OF-PROCESSING
    WHEN OTHER
        MOVE 25 TO STAGE-OF-PROCESSING
    END-EVALUATE.
/
4000-APPLY-CORRECTION.
    MOVE 20 TO STAGE-OF-PROCESSING.

    PERFORM 4050-CHECK-SUPERVISOR.

    IF SUPERVISOR-OK-FLAG = "N"
        MOVE "ONLY A SUPERVISOR CAN CORRECT A CLOSED PROBLEM"
          TO ERROR_MESSAGE OF EZITRAK1361_REC
        GO TO 4000-APPLY-CORRECTION-EXIT
    END-IF.

    IF FP-PROBLEM-NUMBER = ZERO
       OR PROBLEM_NUMBER OF EZITRAK1361_REC NOT = FP-PROBLEM-NUMBER
        MOVE "FETCH THE CLOSED PROBLEM (F) BEFORE CORRECTING IT"
          TO ERROR_MESSAGE OF EZITRAK1361_REC
        GO TO 4000-APPLY-CORRECTION-EXIT
    END-IF.

    PERFORM 4200-VALIDATE-CORRECTION THRU 4200-VALIDATE-CORRECTION-EXIT.

    IF TRANSACTION_BEGUN_FLAG = "Y"
        PERFORM 7800-CMT_TRAN
    END-IF.

    IF CORRECTION-OK-FLAG = "N"
        GO TO 4000-APPLY-CORRECTION-EXIT
    END-IF.

    PERFORM 7100-START_TRAN_RW.

    IF SQL_LOCKED_RECORD
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK1361_REC
        GO TO 4000-APPLY-CORRECTION-EXIT
    END-IF.

*   RE-READ UNDER THE UPDATE TRANSACTION - THE PROBLEM MAY HAVE BEEN
*   REOPENED SINCE IT WAS FETCHED, AND AN OPEN PROBLEM IS CHANGED ON
*   EZITRAK004, NOT HERE
    MOVE FP-PROBLEM-NUMBER TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC.
    PERFORM 7400-PROBLEM_SS.

    IF TMP-FLAG = "N"
    OR PROBLEM_STATUS OF PROBLEM_DETAILS_REC NOT = "C"
        MOVE "PROBLEM IS NO LONGER CLOSED - CORRECTION REFUSED"
          TO ERROR_MESSAGE OF EZITRAK1361_REC
        PERFORM 7800-CMT_TRAN
        GO TO 4000-APPLY-CORRECTION-EXIT
    END-IF.

*   THE CLOSE IS BILLED IN THE PERIOD OF ITS SOLVED_DATE - NEITHER
*   THE OLD NOR THE NEW DATE MAY SIT IN A CLOSED ACCOUNTING PERIOD
    MOVE SOLVED_DATE OF PROBLEM_DETAILS_REC TO WS-PERIOD-CHECK-DATE.
    PERFORM 4300-CHECK-PERIOD-LOCK THRU 4300-CHECK-PERIOD-LOCK-EXIT.

    IF WS-PERIOD-LOCKED-FLAG = "N"
        MOVE SOLVED_DATE OF EZITRAK1361_REC TO WS-PERIOD-CHECK-DATE
        PERFORM 4300-CHECK-PERIOD-LOCK THRU 4300-CHECK-PERIOD-LOCK-EXIT
    END-IF.

    IF WS-PERIOD-LOCKED-FLAG = "Y"
        MOVE "PROBLEM FALLS IN A CLOSED ACCOUNTING PERIOD - REFUSED"
          TO ERROR_MESSAGE OF EZITRAK1361_REC
        PERFORM 7800-CMT_TRAN
        GO TO 4000-APPLY-CORRECTION-EXIT
    END-IF.

    PERFORM 7310-JOURNAL-BEFORE-IMAGE.

    PERFORM 7270-RECORD-CORRECTION-LOG.

    MOVE APPLICATION_ID    OF EZITRAK1361_REC
      TO APPLICATION_ID    OF PROBLEM_DETAILS_REC.
    MOVE SOLVED_DATE       OF EZITRAK1361_REC
      TO SOLVED_DATE       OF PROBLEM_DETAILS_REC.
    MOVE CLOSE_CODE        OF EZITRAK1361_REC
      TO CLOSE_CODE        OF PROBLEM_DETAILS_REC.
    MOVE CONTACT_PERSON_ID OF EZITRAK1361_REC
      TO CONTACT_PERSON_ID OF PROBLEM_DETAILS_REC.

    PERFORM 7300-REWRITE-PROBLEM-RECORD.

    IF TMP-FLAG = "N"
        MOVE "PROBLEM NO LONGER ON FILE - CORRECTION NOT MADE"
          TO ERROR_MESSAGE OF EZITRAK1361_REC
        PERFORM 7900-RLB_TRAN
        GO TO 4000-APPLY-CORRECTION-EXIT
    END-IF.

    PERFORM 7800-CMT_TRAN.

*   DELIBERATELY NO NOTIFICATION_QUEUE ROW, MAIL OR SURVEY REQUEST -
*   THE CONTACT WAS TOLD ABOUT THE CLOSE WHEN IT HAPPENED
    MOVE "CORRECTION SAVED" TO ERROR_MESSAGE OF EZITRAK1361_REC.
    MOVE 10 TO STAGE-OF-PROCESSING.
*
4000-APPLY-CORRECTION-EXIT.
    EXIT.
*
4050-CHECK-SUPERVISOR.
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
/
4200-VALIDATE-CORRECTION.
*   EACH FIELD IS CHECKED AS EZITRAK001/004 CHECK IT - THE FIRST
*   FAULT FOUND IS THE ONE REPORTED
    MOVE "N" TO CORRECTION-OK-FLAG.

    IF APPLICATION_ID    OF EZITRAK1361_REC = FP-APPLICATION-ID
       AND SOLVED_DATE   OF EZITRAK1361_REC = FP-SOLVED-DATE
       AND CLOSE_CODE    OF EZITRAK1361_REC = FP-CLOSE-CODE
       AND CONTACT_PERSON_ID OF EZITRAK1361_REC = FP-CONTACT-PERSON-ID
        MOVE "NOTHING HAS BEEN CHANGED"
          TO ERROR_MESSAGE OF EZITRAK1361_REC
        GO TO 4200-VALIDATE-CORRECTION-EXIT
    END-IF.

    IF CORRECTION_REASON_CODE OF EZITRAK1361_REC = SPACES
        MOVE "A CORRECTION REASON CODE IS REQUIRED"
          TO ERROR_MESSAGE OF EZITRAK1361_REC
        GO TO 4200-VALIDATE-CORRECTION-EXIT
    END-IF.

    MOVE CORRECTION_REASON_CODE OF EZITRAK1361_REC
      TO CORRECTION_REASON_CODE OF CORRECTION_REASON_DETAILS_REC.
    PERFORM 8988-READ-CORRECTION-REASON.
    IF REASON-FOUND-FLAG = "N"
        MOVE "THE CORRECTION REASON CODE IS NOT ON FILE"
          TO ERROR_MESSAGE OF EZITRAK1361_REC
        GO TO 4200-VALIDATE-CORRECTION-EXIT
    END-IF.

    MOVE APPLICATION_ID OF EZITRAK1361_REC
      TO APPLICATION_ID OF APPLICATION_DETAILS_REC.
    PERFORM 8550-READ-APPLICATION-TABLE.
    IF APPLICATION-FOUND-FLAG = "N"
        MOVE "APPLICATION NOT ON FILE"
          TO ERROR_MESSAGE OF EZITRAK1361_REC
        GO TO 4200-VALIDATE-CORRECTION-EXIT
    END-IF.

    IF CLOSE_CODE OF EZITRAK1361_REC = SPACES
        MOVE "A CLOSED PROBLEM REQUIRES A CLOSE CODE"
          TO ERROR_MESSAGE OF EZITRAK1361_REC
        GO TO 4200-VALIDATE-CORRECTION-EXIT
    END-IF.

    MOVE CLOSE_CODE OF EZITRAK1361_REC
      TO CLOSE_CODE OF CLOSE_CODE_DETAILS_REC.
    PERFORM 8910-READ-CLOSE-CODE-TABLE.
    IF CLOSE-CODE-FOUND-FLAG = "N"
        MOVE "THE CLOSE CODE IS NOT ON FILE"
          TO ERROR_MESSAGE OF EZITRAK1361_REC
        GO TO 4200-VALIDATE-CORRECTION-EXIT
    END-IF.

    MOVE CONTACT_PERSON_ID OF EZITRAK1361_REC
      TO PERSON_ID         OF PERSON_DETAILS_REC.
    PERFORM 8500-READ-PERSON-TABLE.
    IF PERSON-FOUND-FLAG = "N"
        MOVE "CONTACT PERSON NOT ON FILE"
          TO ERROR_MESSAGE OF EZITRAK1361_REC
        GO TO 4200-VALIDATE-CORRECTION-EXIT
    END-IF.

    IF SOLVED_DATE OF EZITRAK1361_REC = ZERO
        MOVE "A CLOSED PROBLEM REQUIRES A SOLVED DATE"
          TO ERROR_MESSAGE OF EZITRAK1361_REC
        GO TO 4200-VALIDATE-CORRECTION-EXIT
    END-IF.

    IF SOLVED_DATE OF EZITRAK1361_REC < CONTACT_DATE OF EZITRAK1361_REC
        MOVE "SOLVED DATE CANNOT BE BEFORE THE CONTACT DATE"
          TO ERROR_MESSAGE OF EZITRAK1361_REC
        GO TO 4200-VALIDATE-CORRECTION-EXIT
    END-IF.

    PERFORM 8600-GET-TIME.
    IF SOLVED_DATE OF EZITRAK1361_REC > CURRENT_DATE_BIN
        MOVE "SOLVED DATE CANNOT BE IN THE FUTURE"
          TO ERROR_MESSAGE OF EZITRAK1361_REC
        GO TO 4200-VALIDATE-CORRECTION-EXIT
    END-IF.

    MOVE "Y" TO CORRECTION-OK-FLAG.
*
4200-VALIDATE-CORRECTION-EXIT.
    EXIT.
*
4300-CHECK-PERIOD-LOCK.
*   THE EZITRAK004 6558_CHECK_PERIOD_LOCK PROBE - A DATE IN A CLOSED
*   ACCOUNTING PERIOD MAY NOT BE TOUCHED
    MOVE "N" TO WS-PERIOD-LOCKED-FLAG.

    IF WS-PERIOD-CHECK-DATE = ZERO
        GO TO 4300-CHECK-PERIOD-LOCK-EXIT
    END-IF.

    MOVE WS-PERIOD-CHECK-DATE TO REC_TMSTAMP OF ACCT_PERIOD_REC.

    CALL "ET_SS_ACCT_PERIOD_FOR_DATE" USING SQLCA
                                 REC_TMSTAMP   OF ACCT_PERIOD_REC
                                 PERIOD_ID     OF ACCT_PERIOD_REC
                                 PERIOD_STATUS OF ACCT_PERIOD_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF PERIOD_STATUS OF ACCT_PERIOD_REC = "C"
            MOVE "Y" TO WS-PERIOD-LOCKED-FLAG
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF ACCT_PERIOD_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING ACCOUNTING PERIOD"
          TO ERROR_MESSAGE OF EZITRAK1361_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
4300-CHECK-PERIOD-LOCK-EXIT.
    EXIT.
/
7310-JOURNAL-BEFORE-IMAGE.
*   PROBLEM_DETAILS_REC STILL HOLDS THE ROW AS RE-READ FOR THE CLOSED
*   CHECK - JOURNAL THE COMPLETE BEFORE IMAGE AHEAD OF THE REWRITE SO
*   EZITRAK068 CAN RECONSTRUCT THE RECORD AS OF ANY DATE
    MOVE CORRESPONDING
         PROBLEM_DETAILS_REC TO PROBLEM_JOURNAL_REC.

    CALL "SYS$GETTIM" USING
        BY REFERENCE JOURNAL_TMSTAMP OF PROBLEM_JOURNAL_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO JOURNAL_USER OF PROBLEM_JOURNAL_REC.

    CALL "ET_IR_PROBLEM_JOURNAL" USING SQLCA
                             PROBLEM_NUMBER       OF PROBLEM_JOURNAL_REC
                             JOURNAL_TMSTAMP      OF PROBLEM_JOURNAL_REC
                             PROBLEM_STATUS       OF PROBLEM_JOURNAL_REC
                             PRIORITY_ID          OF PROBLEM_JOURNAL_REC
                             APPLICATION_ID       OF PROBLEM_JOURNAL_REC
                             SITE_ID              OF PROBLEM_JOURNAL_REC
                             PROBLEM_DESC         OF PROBLEM_JOURNAL_REC
                             RECORDING_PERSON_ID  OF PROBLEM_JOURNAL_REC
                             CONTACT_DATE         OF PROBLEM_JOURNAL_REC
                             CONTACT_PERSON_ID    OF PROBLEM_JOURNAL_REC
                             CONTACT_DEVICE       OF PROBLEM_JOURNAL_REC
                             PERSON_ASSIGNED_ID   OF PROBLEM_JOURNAL_REC
                             PERSON_REDIRECTED_ID OF PROBLEM_JOURNAL_REC
                             OTHER_SYSTEM_CODE    OF PROBLEM_JOURNAL_REC
                             EST_TO_COMPLETE_DAYS OF PROBLEM_JOURNAL_REC
                             PROGRESS_DESC        OF PROBLEM_JOURNAL_REC
                             SOLVED_DATE          OF PROBLEM_JOURNAL_REC
                             REF_PROBLEM_NUMBER   OF PROBLEM_JOURNAL_REC
                             JOURNAL_USER         OF PROBLEM_JOURNAL_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF PROBLEM_JOURNAL_IR CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR WRITING BEFORE-IMAGE JOURNAL"
          TO ERROR_MESSAGE OF EZITRAK1361_REC
        GO TO 9900-EXIT
    END-EVALUATE.
*
7270-RECORD-CORRECTION-LOG.
*   OLD VALUES FROM THE RE-READ ROW, NEW VALUES FROM THE SCREEN - THE
*   JOURNAL HAS NO CLOSE_CODE, SO THIS IS WHERE THE OLD CODE SURVIVES
    MOVE PROBLEM_NUMBER    OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER    OF PROBLEM_CORRECTION_LOG_REC.
    MOVE CORRECTION_REASON_CODE OF EZITRAK1361_REC
      TO CORRECTION_REASON_CODE OF PROBLEM_CORRECTION_LOG_REC.
    MOVE CORRECTION_COMMENT OF EZITRAK1361_REC
      TO CORRECTION_COMMENT OF PROBLEM_CORRECTION_LOG_REC.
    MOVE APPLICATION_ID    OF PROBLEM_DETAILS_REC
      TO OLD_APPLICATION_ID    OF PROBLEM_CORRECTION_LOG_REC.
    MOVE APPLICATION_ID    OF EZITRAK1361_REC
      TO NEW_APPLICATION_ID    OF PROBLEM_CORRECTION_LOG_REC.
    MOVE SOLVED_DATE       OF PROBLEM_DETAILS_REC
      TO OLD_SOLVED_DATE       OF PROBLEM_CORRECTION_LOG_REC.
    MOVE SOLVED_DATE       OF EZITRAK1361_REC
      TO NEW_SOLVED_DATE       OF PROBLEM_CORRECTION_LOG_REC.
    MOVE CLOSE_CODE        OF PROBLEM_DETAILS_REC
      TO OLD_CLOSE_CODE        OF PROBLEM_CORRECTION_LOG_REC.
    MOVE CLOSE_CODE        OF EZITRAK1361_REC
      TO NEW_CLOSE_CODE        OF PROBLEM_CORRECTION_LOG_REC.
    MOVE CONTACT_PERSON_ID OF PROBLEM_DETAILS_REC
      TO OLD_CONTACT_PERSON_ID OF PROBLEM_CORRECTION_LOG_REC.
    MOVE CONTACT_PERSON_ID OF EZITRAK1361_REC
      TO NEW_CONTACT_PERSON_ID OF PROBLEM_CORRECTION_LOG_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF PROBLEM_CORRECTION_LOG_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID  TO REC_USER    OF PROBLEM_CORRECTION_LOG_REC.

    CALL "ET_IR_PROBLEM_CORRECTION_LOG" USING SQLCA
                     PROBLEM_NUMBER         OF PROBLEM_CORRECTION_LOG_REC
                     REC_TMSTAMP            OF PROBLEM_CORRECTION_LOG_REC
                     CORRECTION_REASON_CODE OF PROBLEM_CORRECTION_LOG_REC
                     CORRECTION_COMMENT     OF PROBLEM_CORRECTION_LOG_REC
                     OLD_APPLICATION_ID     OF PROBLEM_CORRECTION_LOG_REC
                     NEW_APPLICATION_ID     OF PROBLEM_CORRECTION_LOG_REC
                     OLD_SOLVED_DATE        OF PROBLEM_CORRECTION_LOG_REC
                     NEW_SOLVED_DATE        OF PROBLEM_CORRECTION_LOG_REC
                     OLD_CLOSE_CODE         OF PROBLEM_CORRECTION_LOG_REC
                     NEW_CLOSE_CODE         OF PROBLEM_CORRECTION_LOG_REC
                     OLD_CONTACT_PERSON_ID  OF PROBLEM_CORRECTION_LOG_REC
                     NEW_CONTACT_PERSON_ID  OF PROBLEM_CORRECTION_LOG_REC
                     REC_USER               OF PROBLEM_CORRECTION_LOG_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CORRECTION_LOG_IR CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR WRITING CORRECTION LOG"
          TO ERROR_MESSAGE OF EZITRAK1361_REC
        GO TO 9900-EXIT
    END-EVALUATE.
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
    WHEN SQL_LOCKED_RECORD
        CONTINUE
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.
/
7300-REWRITE-PROBLEM-RECORD.
    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF PROBLEM_DETAILS_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF PROBLEM_DETAILS_REC.

*   THE CORRECTION VIEW - ONLY THE FOUR CORRECTABLE FIELDS AND THE
*   STAMP, SO PROBLEM_STATUS CANNOT MOVE
    CALL "ET_UR_PROBLEM_CORRECTION" USING SQLCA
                                 PROBLEM_NUMBER       OF PROBLEM_DETAILS_REC
                                 APPLICATION_ID       OF PROBLEM_DETAILS_REC
                                 SOLVED_DATE          OF PROBLEM_DETAILS_REC
                                 CLOSE_CODE           OF PROBLEM_DETAILS_REC
                                 CONTACT_PERSON_ID    OF PROBLEM_DETAILS_REC
                                 REC_USER             OF PROBLEM_DETAILS_REC
                                 REC_TMSTAMP          OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TMP-FLAG
        PERFORM 7250-RECORD-PROBLEM-HISTORY
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF PROBLEM_CORRECTION_UR CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
7250-RECORD-PROBLEM-HISTORY.
*   THE HISTORY ROW IS FLAGGED AS A CORRECTION SO THE REOPEN REPORTS
*   DO NOT MISTAKE IT FOR A CLOSE OR CHARGE A LATER REOPEN TO THE
*   SUPERVISOR WHO MADE IT
    MOVE PROBLEM_NUMBER       OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER       OF PROBLEM_HISTORY_REC.
    MOVE PROBLEM_STATUS       OF PROBLEM_DETAILS_REC
      TO PROBLEM_STATUS       OF PROBLEM_HISTORY_REC.
    MOVE PRIORITY_ID          OF PROBLEM_DETAILS_REC
      TO PRIORITY_ID          OF PROBLEM_HISTORY_REC.
    MOVE PERSON_ASSIGNED_ID   OF PROBLEM_DETAILS_REC
      TO PERSON_ASSIGNED_ID   OF PROBLEM_HISTORY_REC.
    MOVE PERSON_REDIRECTED_ID OF PROBLEM_DETAILS_REC
      TO PERSON_REDIRECTED_ID OF PROBLEM_HISTORY_REC.
    MOVE REC_USER             OF PROBLEM_DETAILS_REC
      TO REC_USER             OF PROBLEM_HISTORY_REC.
    MOVE REC_TMSTAMP          OF PROBLEM_DETAILS_REC
      TO REC_TMSTAMP          OF PROBLEM_HISTORY_REC.
    MOVE "Y"
      TO CORRECTION_FLAG      OF PROBLEM_HISTORY_REC.

    CALL "ET_IR2_PROBLEM_HISTORY" USING SQLCA
                                PROBLEM_NUMBER       OF PROBLEM_HISTORY_REC
                                REC_TMSTAMP          OF PROBLEM_HISTORY_REC
                                PROBLEM_STATUS       OF PROBLEM_HISTORY_REC
                                PRIORITY_ID          OF PROBLEM_HISTORY_REC
                                PERSON_ASSIGNED_ID   OF PROBLEM_HISTORY_REC
                                PERSON_REDIRECTED_ID OF PROBLEM_HISTORY_REC
                                REC_USER             OF PROBLEM_HISTORY_REC
                                CORRECTION_FLAG      OF PROBLEM_HISTORY_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF HISTORY_IR2 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
7400-PROBLEM_SS.
    CALL "ET_SS_PROBLEM_DETAILS" USING SQLCA
                                 PROBLEM_NUMBER       OF PROBLEM_DETAILS_REC
                                 PROBLEM_STATUS       OF PROBLEM_DETAILS_REC
                                 PRIORITY_ID          OF PROBLEM_DETAILS_REC
                                 APPLICATION_ID       OF PROBLEM_DETAILS_REC
                                 SITE_ID              OF PROBLEM_DETAILS_REC
                                 PROBLEM_DESC         OF PROBLEM_DETAILS_REC
                                 RECORDING_PERSON_ID  OF PROBLEM_DETAILS_REC
                                 CONTACT_DATE         OF PROBLEM_DETAILS_REC
                                 CONTACT_PERSON_ID    OF PROBLEM_DETAILS_REC
                                 CONTACT_DEVICE       OF PROBLEM_DETAILS_REC
                                 PERSON_ASSIGNED_ID   OF PROBLEM_DETAILS_REC
                                 PERSON_REDIRECTED_ID OF PROBLEM_DETAILS_REC
                                 OTHER_SYSTEM_CODE    OF PROBLEM_DETAILS_REC
                                 EST_TO_COMPLETE_DAYS OF PROBLEM_DETAILS_REC
                                 PROGRESS_DESC        OF PROBLEM_DETAILS_REC
                                 SOLVED_DATE          OF PROBLEM_DETAILS_REC
                                 REF_PROBLEM_NUMBER   OF PROBLEM_DETAILS_REC
                                 SLA_BREACH_REASON    OF PROBLEM_DETAILS_REC
                                 CLOSE_CODE           OF PROBLEM_DETAILS_REC
                                 REC_USER             OF PROBLEM_DETAILS_REC
                                 REC_TMSTAMP          OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TMP-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF PROBLEM_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
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
8500-READ-PERSON-TABLE.
    IF TRANSACTION_BEGUN_FLAG = "N"
        PERFORM 7000-START_TRAN_RO
    END-IF.

    CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                      PERSON_ID       OF PERSON_DETAILS_REC
                                      PERSON_DESC     OF PERSON_DETAILS_REC
                                      PERSON_PHONE    OF PERSON_DETAILS_REC
                                      SUPERVISOR_FLAG OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO PERSON-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO PERSON-FOUND-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "N" TO PERSON-FOUND-FLAG
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
8550-READ-APPLICATION-TABLE.
    IF TRANSACTION_BEGUN_FLAG = "N"
        PERFORM 7000-START_TRAN_RO
    END-IF.

    CALL "ET_SS_APPLICATION_DETAILS" USING SQLCA
                                 APPLICATION_ID   OF APPLICATION_DETAILS_REC
                                 APPLICATION_DESC OF APPLICATION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO APPLICATION-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO APPLICATION-FOUND-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF APPLICATION_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "N" TO APPLICATION-FOUND-FLAG
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
8910-READ-CLOSE-CODE-TABLE.
    IF TRANSACTION_BEGUN_FLAG = "N"
        PERFORM 7000-START_TRAN_RO
    END-IF.

    CALL "ET_SS_CLOSE_CODE_DETAILS" USING SQLCA
                                      CLOSE_CODE  OF CLOSE_CODE_DETAILS_REC
                                      CLOSE_DESC  OF CLOSE_CODE_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO CLOSE-CODE-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO CLOSE-CODE-FOUND-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF CLOSE_CODE_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "N" TO CLOSE-CODE-FOUND-FLAG
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
8988-READ-CORRECTION-REASON.
    IF TRANSACTION_BEGUN_FLAG = "N"
        PERFORM 7000-START_TRAN_RO
    END-IF.

    CALL "ET_SS_CORRECTION_REASON_DETAILS" USING SQLCA
                    CORRECTION_REASON_CODE OF CORRECTION_REASON_DETAILS_REC
                    CORRECTION_REASON_DESC OF CORRECTION_REASON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO REASON-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO REASON-FOUND-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF CORRECTION_REASON_SS CODE=" SQLCODE
                WITH CONVERSION
        MOVE "N" TO REASON-FOUND-FLAG
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
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
/
8000-FINALISATION.
    CALL            "FORMS$DISABLE"
    USING
      BY DESCRIPTOR  SESSION_ID,
    GIVING           FORMS-STATUS.

    IF FORMS-STATUS IS FAILURE
        PERFORM 8200-FORMS-ERROR
        GO TO   9900-EXIT
    END-IF.
*
8200-FORMS-ERROR.
    CALL "LIB$SIGNAL" USING BY VALUE FORMS_STATUS.
*
8100-REQUEST-01.
    MOVE CORRECT_REC_NAME TO SEND_REC_NAME.
    MOVE CORRECT_REC_NAME TO RECE_REC_NAME.

    CALL "FORMS$TRANSCEIVE"
    USING
      BY DESCRIPTOR  SESSION_ID
      BY DESCRIPTOR  SEND_REC_NAME
      BY REFERENCE   SINGLE_REC_COUNT
      BY DESCRIPTOR  RECE_REC_NAME
      BY REFERENCE   SINGLE_REC_COUNT
      BY DESCRIPTOR  INP_CTL_STRING
      BY REFERENCE   INP_CTL_COUNT
      BY DESCRIPTOR  OUT_CTL_STRING
      BY REFERENCE   OUT_CTL_COUNT
      BY VALUE       NO_TIMEOUT
                     ORIGINAL_REQ
                     NO_OPTIONS
      BY DESCRIPTOR  EZITRAK1361_REC
      BY VALUE       NO_SHAD
      BY DESCRIPTOR  EZITRAK1361_REC
      BY VALUE       NO_SHAD
    GIVING           FORMS-STATUS.

    IF FORMS-STATUS IS FAILURE
        PERFORM 8200-FORMS-ERROR
        GO TO   9900-EXIT
    END-IF.
*
1050-CHECK-QUIESCE.
*   THE BATCH WINDOW IS PROTECTED - WHEN OPERATIONS HAS SET THE
*   SYSTEM_QUIESCE FLAG, POLITELY REFUSE AT STARTUP UNLESS THE USER
*   HOLDS THE SUPERVISOR FLAG OR THE POSTED END TIME HAS PASSED
    CALL "ET_ST_RO_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RO NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.

    CALL "ET_SS_SYSTEM_QUIESCE" USING SQLCA
                                 QUIESCE_FLAG    OF SYSTEM_QUIESCE_REC
                                 QUIESCE_MESSAGE OF SYSTEM_QUIESCE_REC
                                 END_TMSTAMP     OF SYSTEM_QUIESCE_REC
                                 REC_USER        OF SYSTEM_QUIESCE_REC
                                 REC_TMSTAMP     OF SYSTEM_QUIESCE_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO QUIESCE_FLAG OF SYSTEM_QUIESCE_REC
    WHEN OTHER
        DISPLAY "ERROR ON SYSTEM_QUIESCE_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    IF QUIESCE_FLAG OF SYSTEM_QUIESCE_REC = "Y"
        CALL "SYS$GETTIM" USING BY REFERENCE WS-QUIESCE-NOW-BIN
        IF END_TMSTAMP OF SYSTEM_QUIESCE_REC NOT = ZERO
           AND END_TMSTAMP OF SYSTEM_QUIESCE_REC < WS-QUIESCE-NOW-BIN
            CONTINUE
        ELSE
            PERFORM 8700-GET-USER
            MOVE CURRENT_USER_ID TO PERSON_ID OF PERSON_DETAILS_REC
            CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                 PERSON_ID       OF PERSON_DETAILS_REC
                                 PERSON_EMAIL    OF PERSON_DETAILS_REC
                                 SUPERVISOR_FLAG OF PERSON_DETAILS_REC
            END-CALL
            IF SQL_SUCCESS
               AND SUPERVISOR_FLAG OF PERSON_DETAILS_REC = "Y"
                DISPLAY "SYSTEM QUIESCED - SUPERVISOR OVERRIDE ACCEPTED"
            ELSE
                DISPLAY "SYSTEM QUIESCED FOR THE BATCH WINDOW - "
                DISPLAY QUIESCE_MESSAGE OF SYSTEM_QUIESCE_REC
                MOVE ZERO TO SQLCODE
                CALL "ET_CMT_TRN" USING SQLCA
                MOVE "N" TO TRANSACTION_BEGUN_FLAG
                GO TO 9900-EXIT
            END-IF
            MOVE ZERO TO SQLCODE
        END-IF
    END-IF.

    CALL "ET_CMT_TRN" USING SQLCA.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO SQLCODE.
/
7060-RECORD-USAGE.
*   FIRE-AND-FORGET METERING IN THE 7050 LOCK-CONTENTION STYLE - ONE
*   ROW AT STARTUP AND ONE AT EXIT, SO LICENCE AND RETIREMENT TALK
*   FINALLY HAS NUMBERS
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    IF SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
        MOVE "EZITRAK136" TO PROGRAM_NAME OF USAGE_LOG_REC
        MOVE WS-USAGE-EVENT-FLAG TO EVENT_FLAG OF USAGE_LOG_REC

        PERFORM 8700-GET-USER
        MOVE CURRENT_USER_ID TO PERSON_ID OF USAGE_LOG_REC

        CALL "SYS$GETTIM" USING
            BY REFERENCE REC_TMSTAMP OF USAGE_LOG_REC

        CALL "ET_IR_USAGE_LOG" USING SQLCA
                             PROGRAM_NAME OF USAGE_LOG_REC
                             PERSON_ID    OF USAGE_LOG_REC
                             EVENT_FLAG   OF USAGE_LOG_REC
                             REC_TMSTAMP  OF USAGE_LOG_REC
        END-CALL

        IF NOT SQL_SUCCESS AND NOT SQL_DUPLICATE_IDX
            DISPLAY "ERROR ON USAGE_LOG_IR CODE=" SQLCODE WITH CONVERSION
        END-IF

        MOVE ZERO TO SQLCODE

        CALL "ET_CMT_TRN" USING SQLCA
        MOVE "N" TO TRANSACTION_BEGUN_FLAG
    ELSE
        DISPLAY "UNABLE TO RECORD USAGE CODE=" SQLCODE WITH CONVERSION
        MOVE ZERO TO SQLCODE
    END-IF.
/
9900-EXIT.
    IF NOT SQL_SUCCESS
        MOVE 15 TO ERR_FLAGS
        PERFORM 9910_ERROR VARYING ERR_SUB FROM 1 BY 1
                           UNTIL ERR_SUB > Rdb$LU_NUM_ARGUMENTS.

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
* **************** END OF SOURCE EZITRAK136 ****************
