*                                                                             *
*   TABLES  USED : ALERT_DETAILS        (Update)                             *
*                  ON_CALL_ROSTER       (Input)                              *
*                  NOTIFICATION_QUEUE   (Update)                             *
*                  PERSON_DETAILS       (Input)                              *
*                  JOB_RUN_LOG          (Output)                             *
*                                                                             *
*   NOTE         : walks ET_OC/FC/CC_ALERT_UNACKED_ALL and updates through  *
*                  defaults - retuning the chase cadence is an operations  *
*                  row update, not a relink.                               *
*                                                                             *
*   NOTE         : the chaser now pages as well as mails, and reads the     *
*                  page's fate back. Each chase notice's QUEUE_TMSTAMP is   *
*                  now the alert's new LAST_ATTEMPT_TMSTAMP, so the         *
*                  NOTIFICATION_QUEUE row for the last attempt is keyed by  *
*                  (PERSON_ASSIGNED_ID, LAST_ATTEMPT_TMSTAMP) with no new   *
*                  ALERT_DETAILS column. A chase notice for a person with   *
*                  PAGE_FLAG "Y" is written straight to its own transfer    *
*                  file PAGER_GATEWAY_CHASE_OUTPUT - not EZITRAK080's       *
*                  PAGER_GATEWAY_OUTPUT, so a chase run close to a          *
*                  dispatcher run cannot replace a file the bureau has yet  *
*                  to collect; the bureau pickup collects both - in         *
*                  EZITRAK080's PAGER-GATEWAY-RECORD layout and stamped     *
*                  "P" through                                              *
*                  ET_UR_NOTIFY_PAGE_STATUS (see EZITRAK080's header),      *
*                  rather than waiting for the hourly dispatcher, which     *
*                  then leaves it alone. Before chasing,                    *
*                  3150-READ-LAST-PAGE-STATUS looks up the previous         *
*                  attempt's PAGE_STATUS through a new narrow select        *
*                  ET_SS_NOTIFY_PAGE_STATUS (QUEUE_TMSTAMP, PERSON_ID in,   *
*                  PAGE_STATUS, PAGE_STATUS_TMSTAMP out) and prints PAGE    *
*                  DELIVERED - NO ACK, PAGE NOT DELIVERED or PAGE AWAITING  *
*                  RECEIPT against the alert. A page the bureau could not   *
*                  deliver walks the alert along the roster at once instead *
*                  of waiting for ESCALATE_AFTER_ATTEMPTS - chasing an      *
*                  unreachable pager again gains nothing. A DBA/CDD         *
*                  maintainer needs to generate ET_SS_NOTIFY_PAGE_STATUS.   *
*                                                                             *
*******************************************************************************
*
/
FILE-CONTROL.
    SELECT CHASE-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PAGER-GATEWAY-FILE ASSIGN TO "PAGER_GATEWAY_CHASE_OUTPUT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  CHASE-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  CHASE-REPORT-LINE                               PIC X(132).

FD  PAGER-GATEWAY-FILE
    LABEL RECORDS ARE STANDARD.
01  PAGER-GATEWAY-RECORD.
    05  PG-RECORD-TYPE                              PIC X(2).
    05  PG-MESSAGE-REF.
        10  PG-REF-PERSON-ID                        PIC X(8).
        10  PG-REF-QUEUE-STAMP                      PIC 9(11)V9(7).
    05  PG-PAGER-NUMBER                             PIC X(16).
    05  PG-MESSAGE-TEXT                             PIC X(60).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.ALERT_DETAILS_REC"         from dictionary.
    copy "EZITRAK_CDD.ON_CALL_ROSTER_REC"        from dictionary.
    copy "EZITRAK_CDD.NOTIFICATION_QUEUE_REC"    from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"        from dictionary.
    copy "EZITRAK_CDD.SYSTEM_PARAMETER_REC"      from dictionary.
    copy "EZITRAK_CDD.JOB_RUN_LOG_REC"           from dictionary.
/
 01  WALKED-COUNT                                PIC S9(9) COMP VALUE 0.
 01  WS-NEXT-PERSON-ID                           PIC X(8).
 01  WS-NEXT-FOUND-FLAG                          PIC X.
 01  WS-LAST-PAGE-STATUS                         PIC X.
 01  PAGED-COUNT                                 PIC S9(9) COMP VALUE 0.
 01  UNDELIVERED-COUNT                           PIC S9(9) COMP VALUE 0.

 01  WS-DETAIL-LINE.
     05  FILLER                                  PIC X(8)  VALUE "PROBLEM ".
     05  WD-ATTEMPT-COUNT                        PIC ZZZ9.
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-WALK-CAPTION                         PIC X(22).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-PAGE-CAPTION                         PIC X(24).

 01  WS-TOTALS-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "ALERTS CHASED    = ".
     05  WT-CHASED-COUNT                         PIC ZZZZZZZZ9.
 01  WS-PAGED-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "PAGES TO GATEWAY = ".
     05  WT-PAGED-COUNT                          PIC ZZZZZZZZ9.
 01  WS-UNDELIVERED-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "PAGES UNDELIVERED= ".
     05  WT-UNDELIVERED-COUNT                    PIC ZZZZZZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
    MOVE ZERO TO CHASED-COUNT.
    MOVE ZERO TO WALKED-COUNT.
    MOVE ZERO TO ALERT-CAND-COUNT.
    MOVE ZERO TO PAGED-COUNT.
    MOVE ZERO TO UNDELIVERED-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

        GIVING WS-STALE-BEFORE-BIN.

    OPEN OUTPUT CHASE-REPORT-FILE.
    OPEN OUTPUT PAGER-GATEWAY-FILE.

    MOVE "P1 ALERT ACKNOWLEDGMENT CHASER" TO CHASE-REPORT-LINE.
    WRITE CHASE-REPORT-LINE.

    MOVE SPACES TO WD-WALK-CAPTION.

    PERFORM 3150-READ-LAST-PAGE-STATUS.

    IF ALC-ATTEMPT-COUNT (SUB1) NOT < ESCALATE-AFTER-ATTEMPTS
    OR WS-LAST-PAGE-STATUS = "F"
        PERFORM 3200-WALK-TO-NEXT-PERSON
        IF WS-NEXT-FOUND-FLAG = "Y"
           AND WS-NEXT-PERSON-ID NOT = ALC-PERSON-ID (SUB1)
3100-CHASE-ONE-ALERT-EXIT.
    EXIT.
*
3150-READ-LAST-PAGE-STATUS.
*   THE LAST ATTEMPT'S NOTICE IS KEYED ON THE ALERT'S OWN PERSON AND
*   LAST-ATTEMPT TIME - SEE 3400 - SO ITS PAGE RECEIPT CAN BE FOUND
    MOVE SPACE  TO WS-LAST-PAGE-STATUS.
    MOVE SPACES TO WD-PAGE-CAPTION.

    PERFORM 7000-START_TRAN_RO.

    MOVE ALC-LAST-ATTEMPT-BIN (SUB1)
      TO QUEUE_TMSTAMP OF NOTIFICATION_QUEUE_REC.
    MOVE ALC-PERSON-ID (SUB1)
      TO PERSON_ID     OF NOTIFICATION_QUEUE_REC.

    CALL "ET_SS_NOTIFY_PAGE_STATUS" USING SQLCA
                         QUEUE_TMSTAMP       OF NOTIFICATION_QUEUE_REC
                         PERSON_ID           OF NOTIFICATION_QUEUE_REC
                         PAGE_STATUS         OF NOTIFICATION_QUEUE_REC
                         PAGE_STATUS_TMSTAMP OF NOTIFICATION_QUEUE_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE PAGE_STATUS OF NOTIFICATION_QUEUE_REC TO WS-LAST-PAGE-STATUS
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON NOTIFY_PAGE_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.

    EVALUATE WS-LAST-PAGE-STATUS
    WHEN "D"
        MOVE "PAGE DELIVERED - NO ACK"  TO WD-PAGE-CAPTION
    WHEN "F"
        MOVE "PAGE NOT DELIVERED"       TO WD-PAGE-CAPTION
        ADD 1 TO UNDELIVERED-COUNT
    WHEN "P"
        MOVE "PAGE AWAITING RECEIPT"    TO WD-PAGE-CAPTION
    WHEN OTHER
        CONTINUE
    END-EVALUATE.
*
3200-WALK-TO-NEXT-PERSON.
    MOVE "N"    TO WS-NEXT-FOUND-FLAG.
    MOVE SPACES TO WS-NEXT-PERSON-ID.
3400-QUEUE-URGENT-NOTICE.
    PERFORM 7100-START_TRAN_RW.

    MOVE LAST_ATTEMPT_TMSTAMP OF ALERT_DETAILS_REC
      TO QUEUE_TMSTAMP        OF NOTIFICATION_QUEUE_REC.

    MOVE ALC-PERSON-ID (SUB1) TO PERSON_ID    OF NOTIFICATION_QUEUE_REC.
    MOVE "U"                  TO URGENT_FLAG  OF NOTIFICATION_QUEUE_REC.
                         REC_USER      OF NOTIFICATION_QUEUE_REC
    END-CALL.

    IF SQL_SUCCESS
        PERFORM 3450-PAGE-CHASE-NOTICE THRU 3450-PAGE-CHASE-NOTICE-END
    ELSE
        IF NOT SQL_DUPLICATE_IDX
            DISPLAY "ERROR ON NOTIFY_QUEUE_IR CODE=" SQLCODE
                    WITH CONVERSION
        END-IF
    END-IF.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.
*
3450-PAGE-CHASE-NOTICE.
*   A P1 CHASE CANNOT WAIT FOR THE HOURLY DISPATCHER - PAGE NOW, AND
*   STAMP THE ROW SO EZITRAK080 ONLY MAILS IT
    MOVE PERSON_ID OF NOTIFICATION_QUEUE_REC
      TO PERSON_ID OF PERSON_DETAILS_REC.

    CALL "ET_SS_PERSON_PAGER" USING SQLCA
                                 PERSON_ID         OF PERSON_DETAILS_REC
                                 PAGER_NUMBER      OF PERSON_DETAILS_REC
                                 PAGE_FLAG         OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        GO TO 3450-PAGE-CHASE-NOTICE-END
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_PAGER_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF PAGE_FLAG OF PERSON_DETAILS_REC NOT = "Y"
    OR PAGER_NUMBER OF PERSON_DETAILS_REC = SPACES
        GO TO 3450-PAGE-CHASE-NOTICE-END
    END-IF.

    MOVE SPACES                        TO PAGER-GATEWAY-RECORD.
    MOVE "PG"                          TO PG-RECORD-TYPE.
    MOVE PERSON_ID     OF NOTIFICATION_QUEUE_REC TO PG-REF-PERSON-ID.
    MOVE QUEUE_TMSTAMP OF NOTIFICATION_QUEUE_REC TO PG-REF-QUEUE-STAMP.
    MOVE PAGER_NUMBER  OF PERSON_DETAILS_REC     TO PG-PAGER-NUMBER.
    MOVE SUBJECT_TEXT  OF NOTIFICATION_QUEUE_REC TO PG-MESSAGE-TEXT.
    WRITE PAGER-GATEWAY-RECORD.

    MOVE "P" TO PAGE_STATUS OF NOTIFICATION_QUEUE_REC.
    CALL "SYS$GETTIM" USING
        BY REFERENCE PAGE_STATUS_TMSTAMP OF NOTIFICATION_QUEUE_REC.

    CALL "ET_UR_NOTIFY_PAGE_STATUS" USING SQLCA
                         QUEUE_TMSTAMP       OF NOTIFICATION_QUEUE_REC
                         PERSON_ID           OF NOTIFICATION_QUEUE_REC
                         PAGE_STATUS         OF NOTIFICATION_QUEUE_REC
                         PAGE_STATUS_TMSTAMP OF NOTIFICATION_QUEUE_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO PAGED-COUNT
    WHEN OTHER
        DISPLAY "ERROR ON NOTIFY_PAGE_UR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3450-PAGE-CHASE-NOTICE-END.
    EXIT.
/
6100-PRINT-TOTALS.
    MOVE SPACES TO CHASE-REPORT-LINE.
    MOVE CHASED-COUNT   TO WT-CHASED-COUNT.
    MOVE WS-TOTALS-LINE TO CHASE-REPORT-LINE.
    WRITE CHASE-REPORT-LINE.

    MOVE PAGED-COUNT    TO WT-PAGED-COUNT.
    MOVE WS-PAGED-LINE  TO CHASE-REPORT-LINE.
    WRITE CHASE-REPORT-LINE.

    MOVE UNDELIVERED-COUNT   TO WT-UNDELIVERED-COUNT.
    MOVE WS-UNDELIVERED-LINE TO CHASE-REPORT-LINE.
    WRITE CHASE-REPORT-LINE.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_PROBLEM" USING SQLCA.
/
8000-FINALISATION.
    CLOSE CHASE-REPORT-FILE.
    CLOSE PAGER-GATEWAY-FILE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
