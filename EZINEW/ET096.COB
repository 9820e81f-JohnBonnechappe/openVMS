IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK096                                                 *
*   Program Name : Pager Delivery Receipt Load                                *
*   Summary      : Batch job run after each delivery-receipt file arrives   *
*                  from the paging bureau. Reads the bureau's receipt file  *
*                  (PAGER_RECEIPT_INPUT, one record per page sent by        *
*                  EZITRAK080 or EZITRAK086) and matches each receipt's     *
*                  message reference back to its NOTIFICATION_QUEUE row,    *
*                  stamping PAGE_STATUS "D" delivered or "F" not delivered  *
*                  with the bureau's receipt time - which is what lets      *
*                  EZITRAK086 tell a page that was delivered but not        *
*                  acknowledged from one that never arrived. Receipts that  *
*                  match no queue row, or are malformed, are listed as      *
*                  rejects. It then prints an undelivered-page report:      *
*                  every page in the last PAGE_REPORT_HOURS (24) the bureau *
*                  failed to deliver, and every page still awaiting a       *
*                  receipt after PAGE_RECEIPT_WAIT_MINUTES (30), so the     *
*                  duty supervisor can ring those people instead.           *
*                                                                             *
*   TABLES  USED : NOTIFICATION_QUEUE   (Update)                             *
*                  SYSTEM_PARAMETER     (Input)                              *
*                  JOB_RUN_LOG          (Output)                             *
*                                                                             *
*   NOTE         : PAGER-RECEIPT-RECORD below is the bureau's fixed receipt *
*                  layout - record type DR, the 26-character message        *
*                  reference EZITRAK080/086 sent (PERSON_ID plus the queue  *
*                  row's QUEUE_TMSTAMP as 18 digits, see EZITRAK080's       *
*                  header), a delivery status D or F, the receipt time as a *
*                  VMS absolute time string X(23) (spaces = now) converted  *
*                  with SYS$BINTIM, and the bureau's failure reason X(30).  *
*                  Updates go through ET_UR_NOTIFY_PAGE_STATUS              *
*                  (EZITRAK080's header). The report walks a new cursor     *
*                  ET_OC/FC/CC_NOTIFY_PAGE_UNDELIVERED (QUEUE_TMSTAMP lower *
*                  bound in; QUEUE_TMSTAMP, PERSON_ID, SUBJECT_TEXT,        *
*                  PAGE_STATUS, PAGE_STATUS_TMSTAMP out; WHERE PAGE_STATUS  *
*                  IN ('P','F') ORDER BY QUEUE_TMSTAMP), which a DBA/CDD    *
*                  maintainer needs to generate. PAGE_REPORT_HOURS and      *
*                  PAGE_RECEIPT_WAIT_MINUTES are SYSTEM_PARAMETER rows read *
*                  through 8850-GET-SYSTEM-PARAMETER, with the literals as  *
*                  fallback defaults.                                       *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK096.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PAGER-RECEIPT-FILE ASSIGN TO "PAGER_RECEIPT_INPUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RECEIPT-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  PAGER-RECEIPT-FILE
    LABEL RECORDS ARE STANDARD.
01  PAGER-RECEIPT-RECORD.
    05  RC-RECORD-TYPE                              PIC X(2).
    05  RC-MESSAGE-REF.
        10  RC-REF-PERSON-ID                        PIC X(8).
        10  RC-REF-QUEUE-STAMP                      PIC 9(11)V9(7).
    05  RC-DELIVERY-STATUS                          PIC X(1).
    05  RC-RECEIPT-TIME-TEXT                        PIC X(23).
    05  RC-FAILURE-REASON                           PIC X(30).

FD  RECEIPT-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  RECEIPT-REPORT-LINE                             PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.NOTIFICATION_QUEUE_REC"    from dictionary.
    copy "EZITRAK_CDD.SYSTEM_PARAMETER_REC"      from dictionary.
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
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.

 01  TRANSACTION_BEGUN_FLAG                      PIC X.
 01  END-OF-FILE-FLAG                            PIC X.
 01  VALID-RECORD-FLAG                           PIC X.

 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  ONE-MINUTE-BIN                              PIC S9(11)V9(7) COMP
                                                    VALUE 600000000.
 01  ONE-HOUR-BIN                                PIC S9(11)V9(7) COMP
                                                    VALUE 36000000000.
 01  PAGE-REPORT-HOURS                           PIC S9(9) COMP VALUE 24.
 01  PAGE-RECEIPT-WAIT-MINUTES                   PIC S9(9) COMP VALUE 30.
 01  WS-PARAMETER-FOUND-FLAG                     PIC X.
 01  WS-PARAMETER-VALUE-TEXT                     PIC X(12).
 01  WS-PARAMETER-VALUE-NUM REDEFINES WS-PARAMETER-VALUE-TEXT
                                                 PIC 9(12).
 01  WS-PARAMETER-SHIFT-TEXT                     PIC X(12).
 01  WS-REPORT-SPAN-BIN                          PIC S9(11)V9(7) COMP.
 01  WS-REPORT-SINCE-BIN                         PIC S9(11)V9(7) COMP.
 01  WS-RECEIPT-WAIT-BIN                         PIC S9(11)V9(7) COMP.
 01  WS-OVERDUE-BEFORE-BIN                       PIC S9(11)V9(7) COMP.

 01  WS-RECEIPT-DATE-BIN                         PIC S9(11)V9(7) COMP.
 01  WS-RECEIPT-BINTIM-STATUS                    PIC S9(9) COMP.
 01  WS-REJECT-REASON                            PIC X(40).
 01  SS$_NORMAL                                  PIC S9(9) COMP
     VALUE IS EXTERNAL SS$_NORMAL.

 01  RECEIPT-READ-COUNT                          PIC S9(9) COMP VALUE 0.
 01  RECEIPT-MATCHED-COUNT                       PIC S9(9) COMP VALUE 0.
 01  RECEIPT-REJECT-COUNT                        PIC S9(9) COMP VALUE 0.
 01  UNDELIVERED-COUNT                           PIC S9(9) COMP VALUE 0.
 01  NO-RECEIPT-COUNT                            PIC S9(9) COMP VALUE 0.

 01  WS-QUEUED-TEXT.
     05  WS-QUEUED-DATE-PART                     PIC X(17).
     05  FILLER                                  PIC X(6).

 01  WS-RECEIPT-LINE.
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WR-PERSON-ID                            PIC X(8).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WR-DELIVERY-STATUS                      PIC X(1).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WR-OUTCOME                              PIC X(10).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WR-REASON                               PIC X(40).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WR-FAILURE-REASON                       PIC X(30).

 01  WS-UNDELIVERED-HEAD.
     05  FILLER                                  PIC X(40) VALUE
                           " PERSON   QUEUED            STATE       ".
     05  FILLER                                  PIC X(20) VALUE
                                                 " SUBJECT            ".

 01  WS-UNDELIVERED-LINE.
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WU-PERSON-ID                            PIC X(8).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WU-QUEUED-TEXT                          PIC X(17).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WU-STATE                                PIC X(12).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WU-SUBJECT-TEXT                         PIC X(60).

 01  WS-TOTALS-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "RECEIPTS READ    = ".
     05  WT-READ-COUNT                           PIC ZZZZZZZZ9.
 01  WS-MATCHED-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "RECEIPTS MATCHED = ".
     05  WT-MATCHED-COUNT                        PIC ZZZZZZZZ9.
 01  WS-REJECT-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "RECEIPTS REJECTED= ".
     05  WT-REJECT-COUNT                         PIC ZZZZZZZZ9.
 01  WS-UNDELIVERED-TOTAL-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "PAGES UNDELIVERED= ".
     05  WT-UNDELIVERED-COUNT                    PIC ZZZZZZZZ9.
 01  WS-NO-RECEIPT-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "PAGES NO RECEIPT = ".
     05  WT-NO-RECEIPT-COUNT                     PIC ZZZZZZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK096".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 2000-PROCESS-RECEIPT-FILE.

    PERFORM 3000-REPORT-UNDELIVERED-PAGES.

    PERFORM 6100-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE "N"  TO END-OF-FILE-FLAG.
    MOVE ZERO TO RECEIPT-READ-COUNT.
    MOVE ZERO TO RECEIPT-MATCHED-COUNT.
    MOVE ZERO TO RECEIPT-REJECT-COUNT.
    MOVE ZERO TO UNDELIVERED-COUNT.
    MOVE ZERO TO NO-RECEIPT-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE "PAGE_REPORT_HOURS" TO PARAMETER_NAME
                                      OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO PAGE-REPORT-HOURS
    END-IF.

    MOVE "PAGE_RECEIPT_WAIT_MINUTES" TO PARAMETER_NAME
                                      OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO PAGE-RECEIPT-WAIT-MINUTES
    END-IF.

    MOVE ONE-HOUR-BIN TO WS-REPORT-SPAN-BIN.
    MULTIPLY PAGE-REPORT-HOURS BY WS-REPORT-SPAN-BIN.
    SUBTRACT WS-REPORT-SPAN-BIN FROM CURRENT_DATE_BIN
        GIVING WS-REPORT-SINCE-BIN.

    MOVE ONE-MINUTE-BIN TO WS-RECEIPT-WAIT-BIN.
    MULTIPLY PAGE-RECEIPT-WAIT-MINUTES BY WS-RECEIPT-WAIT-BIN.
    SUBTRACT WS-RECEIPT-WAIT-BIN FROM CURRENT_DATE_BIN
        GIVING WS-OVERDUE-BEFORE-BIN.

    OPEN INPUT  PAGER-RECEIPT-FILE.
    OPEN OUTPUT RECEIPT-REPORT-FILE.

    MOVE "PAGER DELIVERY RECEIPT LOAD" TO RECEIPT-REPORT-LINE.
    WRITE RECEIPT-REPORT-LINE.
    MOVE SPACES TO RECEIPT-REPORT-LINE.
    WRITE RECEIPT-REPORT-LINE.
/
2000-PROCESS-RECEIPT-FILE.
    PERFORM 2100-READ-ONE-RECEIPT.

    PERFORM 2200-PROCESS-ONE-RECEIPT UNTIL END-OF-FILE-FLAG = "Y".
*
2100-READ-ONE-RECEIPT.
    READ PAGER-RECEIPT-FILE
        AT END
            MOVE "Y" TO END-OF-FILE-FLAG
    END-READ.
*
2200-PROCESS-ONE-RECEIPT.
    ADD 1 TO RECEIPT-READ-COUNT.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE "Y"    TO VALID-RECORD-FLAG.

    PERFORM 2300-VALIDATE-RECEIPT.

    IF VALID-RECORD-FLAG = "Y"
        PERFORM 2400-STAMP-PAGE-STATUS
    END-IF.

    IF VALID-RECORD-FLAG = "Y"
        ADD 1 TO RECEIPT-MATCHED-COUNT
        MOVE "MATCHED"  TO WR-OUTCOME
    ELSE
        ADD 1 TO RECEIPT-REJECT-COUNT
        MOVE "REJECTED" TO WR-OUTCOME
    END-IF.

*   DELIVERED RECEIPTS ARE THE NORMAL CASE - ONLY FAILURES AND
*   REJECTS ARE WORTH A LINE
    IF VALID-RECORD-FLAG = "N"
    OR RC-DELIVERY-STATUS = "F"
        PERFORM 6000-PRINT-RECEIPT-LINE
    END-IF.

    PERFORM 2100-READ-ONE-RECEIPT.
*
2300-VALIDATE-RECEIPT.
    IF RC-RECORD-TYPE NOT = "DR"
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "NOT A DELIVERY RECEIPT RECORD" TO WS-REJECT-REASON
    END-IF.

    IF RC-DELIVERY-STATUS NOT = "D"
    AND RC-DELIVERY-STATUS NOT = "F"
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "DELIVERY STATUS MUST BE D OR F" TO WS-REJECT-REASON
    END-IF.

    IF RC-REF-PERSON-ID = SPACES
    OR RC-REF-QUEUE-STAMP IS NOT NUMERIC
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "MESSAGE REFERENCE NOT VALID" TO WS-REJECT-REASON
    END-IF.

    MOVE SS$_NORMAL TO WS-RECEIPT-BINTIM-STATUS.

    IF RC-RECEIPT-TIME-TEXT = SPACES
        MOVE CURRENT_DATE_BIN TO WS-RECEIPT-DATE-BIN
    ELSE
        CALL "SYS$BINTIM" USING RC-RECEIPT-TIME-TEXT
                                 WS-RECEIPT-DATE-BIN
                           GIVING WS-RECEIPT-BINTIM-STATUS
    END-IF.

    IF WS-RECEIPT-BINTIM-STATUS IS FAILURE
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "INVALID RECEIPT TIME FORMAT" TO WS-REJECT-REASON
    END-IF.
*
2400-STAMP-PAGE-STATUS.
    PERFORM 7100-START_TRAN_RW.

    MOVE RC-REF-QUEUE-STAMP  TO QUEUE_TMSTAMP       OF NOTIFICATION_QUEUE_REC.
    MOVE RC-REF-PERSON-ID    TO PERSON_ID           OF NOTIFICATION_QUEUE_REC.
    MOVE RC-DELIVERY-STATUS  TO PAGE_STATUS         OF NOTIFICATION_QUEUE_REC.
    MOVE WS-RECEIPT-DATE-BIN TO PAGE_STATUS_TMSTAMP OF NOTIFICATION_QUEUE_REC.

    CALL "ET_UR_NOTIFY_PAGE_STATUS" USING SQLCA
                         QUEUE_TMSTAMP       OF NOTIFICATION_QUEUE_REC
                         PERSON_ID           OF NOTIFICATION_QUEUE_REC
                         PAGE_STATUS         OF NOTIFICATION_QUEUE_REC
                         PAGE_STATUS_TMSTAMP OF NOTIFICATION_QUEUE_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "NO NOTIFICATION_QUEUE ROW FOR REFERENCE" TO WS-REJECT-REASON
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "QUEUE ROW LOCKED - RERUN THE FILE" TO WS-REJECT-REASON
    WHEN OTHER
        DISPLAY "ERROR ON NOTIFY_PAGE_UR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.
/
3000-REPORT-UNDELIVERED-PAGES.
    MOVE SPACES TO RECEIPT-REPORT-LINE.
    WRITE RECEIPT-REPORT-LINE.
    MOVE "UNDELIVERED AND UNCONFIRMED PAGES" TO RECEIPT-REPORT-LINE.
    WRITE RECEIPT-REPORT-LINE.
    MOVE WS-UNDELIVERED-HEAD TO RECEIPT-REPORT-LINE.
    WRITE RECEIPT-REPORT-LINE.

    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_NOTIFY_PAGE_UNDELIVERED" USING SQLCA
                                 WS-REPORT-SINCE-BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON NOTIFY_PAGE_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-PAGE UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_NOTIFY_PAGE_UNDELIVERED" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON NOTIFY_PAGE_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.

    IF UNDELIVERED-COUNT = ZERO
    AND NO-RECEIPT-COUNT = ZERO
        MOVE " NONE" TO RECEIPT-REPORT-LINE
        WRITE RECEIPT-REPORT-LINE
    END-IF.
*
3100-FETCH-ONE-PAGE.
    CALL "ET_FC_NOTIFY_PAGE_UNDELIVERED" USING SQLCA
                         QUEUE_TMSTAMP       OF NOTIFICATION_QUEUE_REC
                         PERSON_ID           OF NOTIFICATION_QUEUE_REC
                         SUBJECT_TEXT        OF NOTIFICATION_QUEUE_REC
                         PAGE_STATUS         OF NOTIFICATION_QUEUE_REC
                         PAGE_STATUS_TMSTAMP OF NOTIFICATION_QUEUE_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 3200-LIST-ONE-PAGE THRU 3200-LIST-ONE-PAGE-END
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON NOTIFY_PAGE_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3200-LIST-ONE-PAGE.
*   A PAGE STILL "P" IS ONLY WORTH LISTING ONCE THE BUREAU HAS HAD
*   PAGE_RECEIPT_WAIT_MINUTES TO ANSWER FOR IT
    EVALUATE TRUE
    WHEN PAGE_STATUS OF NOTIFICATION_QUEUE_REC = "F"
        MOVE "NOT DELIVERED" TO WU-STATE
        ADD 1 TO UNDELIVERED-COUNT
    WHEN PAGE_STATUS_TMSTAMP OF NOTIFICATION_QUEUE_REC
         < WS-OVERDUE-BEFORE-BIN
        MOVE "NO RECEIPT"    TO WU-STATE
        ADD 1 TO NO-RECEIPT-COUNT
    WHEN OTHER
        GO TO 3200-LIST-ONE-PAGE-END
    END-EVALUATE.

    MOVE SPACES TO WS-QUEUED-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-QUEUED-TEXT
                            BY REFERENCE  QUEUE_TMSTAMP
                                          OF NOTIFICATION_QUEUE_REC
                            OMITTED
                      GIVING ERR_RET.

    MOVE PERSON_ID    OF NOTIFICATION_QUEUE_REC TO WU-PERSON-ID.
    MOVE WS-QUEUED-DATE-PART                    TO WU-QUEUED-TEXT.
    MOVE SUBJECT_TEXT OF NOTIFICATION_QUEUE_REC TO WU-SUBJECT-TEXT.
    MOVE WS-UNDELIVERED-LINE TO RECEIPT-REPORT-LINE.
    WRITE RECEIPT-REPORT-LINE.
*
3200-LIST-ONE-PAGE-END.
    EXIT.
/
6000-PRINT-RECEIPT-LINE.
    MOVE RC-REF-PERSON-ID   TO WR-PERSON-ID.
    MOVE RC-DELIVERY-STATUS TO WR-DELIVERY-STATUS.
    MOVE WS-REJECT-REASON   TO WR-REASON.
    MOVE RC-FAILURE-REASON  TO WR-FAILURE-REASON.
    MOVE WS-RECEIPT-LINE    TO RECEIPT-REPORT-LINE.
    WRITE RECEIPT-REPORT-LINE.
*
6100-PRINT-TOTALS.
    MOVE SPACES TO RECEIPT-REPORT-LINE.
    WRITE RECEIPT-REPORT-LINE.

    MOVE RECEIPT-READ-COUNT    TO WT-READ-COUNT.
    MOVE WS-TOTALS-LINE        TO RECEIPT-REPORT-LINE.
    WRITE RECEIPT-REPORT-LINE.

    MOVE RECEIPT-MATCHED-COUNT TO WT-MATCHED-COUNT.
    MOVE WS-MATCHED-LINE       TO RECEIPT-REPORT-LINE.
    WRITE RECEIPT-REPORT-LINE.

    MOVE RECEIPT-REJECT-COUNT  TO WT-REJECT-COUNT.
    MOVE WS-REJECT-LINE        TO RECEIPT-REPORT-LINE.
    WRITE RECEIPT-REPORT-LINE.

    MOVE UNDELIVERED-COUNT     TO WT-UNDELIVERED-COUNT.
    MOVE WS-UNDELIVERED-TOTAL-LINE TO RECEIPT-REPORT-LINE.
    WRITE RECEIPT-REPORT-LINE.

    MOVE NO-RECEIPT-COUNT      TO WT-NO-RECEIPT-COUNT.
    MOVE WS-NO-RECEIPT-LINE    TO RECEIPT-REPORT-LINE.
    WRITE RECEIPT-REPORT-LINE.
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
    CLOSE PAGER-RECEIPT-FILE.
    CLOSE RECEIPT-REPORT-FILE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
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
    MOVE RECEIPT-READ-COUNT    TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE RECEIPT-MATCHED-COUNT TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE RECEIPT-REJECT-COUNT  TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK096 ****************
