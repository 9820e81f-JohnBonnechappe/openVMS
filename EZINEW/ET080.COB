*                  ET_OC/FC/CC_NOTIFICATION_QUEUE (WHERE QUEUE_STATUS =     *
*                  'Q' ORDER BY PERSON_ID, QUEUE_TMSTAMP).                  *
*                                                                             *
*   NOTE         : urgent rows are now also paged. PERSON_DETAILS needs two *
*                  new columns, PAGER_NUMBER PIC X(16) (the pager or mobile *
*                  number as the paging bureau dials it) and PAGE_FLAG PIC  *
*                  X ("Y" = page me as well as mail me, anything else =     *
*                  mail only), riding a new narrow select                   *
*                  ET_SS_PERSON_PAGER (PERSON_ID in, PAGER_NUMBER and       *
*                  PAGE_FLAG out) - the ET_SS_PERSON_NOTIFY_PREF precedent. *
*                  An urgent row for a person with PAGE_FLAG "Y" and a      *
*                  pager number is written to the bureau transfer file      *
*                  PAGER_GATEWAY_OUTPUT (PAGER-GATEWAY-RECORD below -       *
*                  record type PG, a 26-character message reference made of *
*                  PERSON_ID and the row's QUEUE_TMSTAMP as 18 digits, the  *
*                  number and the subject text) unless EZITRAK086 has       *
*                  already paged it. EZITRAK086 writes its chase pages to   *
*                  its own PAGER_GATEWAY_CHASE_OUTPUT, never this file, so  *
*                  the two jobs cannot overwrite each other's unsent pages; *
*                  the bureau pickup collects both files.                   *
*                  NOTIFICATION_QUEUE needs new                             *
*                  PAGE_STATUS PIC X (blank = not paged, "P" = paged        *
*                  awaiting receipt, "D" = delivered, "F" = bureau could    *
*                  not deliver) and PAGE_STATUS_TMSTAMP PIC S9(11)V9(7)     *
*                  COMP columns; ET_FC_NOTIFICATION_QUEUE returns           *
*                  PAGE_STATUS after REC_USER, and a new narrow update      *
*                  ET_UR_NOTIFY_PAGE_STATUS (QUEUE_TMSTAMP, PERSON_ID,      *
*                  PAGE_STATUS, PAGE_STATUS_TMSTAMP) stamps the page.       *
*                  EZITRAK096 reads the bureau's delivery receipts back     *
*                  against the same reference. A DBA/CDD maintainer needs   *
*                  to add the columns and generate ET_SS_PERSON_PAGER and   *
*                  ET_UR_NOTIFY_PAGE_STATUS and regenerate                  *
*                  ET_FC_NOTIFICATION_QUEUE.                                *
*                                                                             *
*******************************************************************************
*
/
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DISPATCH-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PAGER-GATEWAY-FILE ASSIGN TO "PAGER_GATEWAY_OUTPUT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  DISPATCH-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  DISPATCH-REPORT-LINE                            PIC X(132).

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
    copy "EZITRAK_CDD.NOTIFICATION_QUEUE_REC"    from dictionary.
         10  PND-PERSON-ID                       PIC X(8).
         10  PND-URGENT-FLAG                     PIC X.
         10  PND-SUBJECT-TEXT                    PIC X(60).
         10  PND-PAGE-STATUS                     PIC X.

 01  WS-PERSON-EMAIL                             PIC X(40).
 01  WS-PERSON-PREF                              PIC X.
 01  WS-PERSON-PAGER-NUMBER                      PIC X(16).
 01  WS-PERSON-PAGE-FLAG                         PIC X.
 01  WS-PAGE-WRITTEN-FLAG                        PIC X VALUE "N".
 01  WS-GROUP-START-SUB                          PIC S9(4) COMP.
 01  WS-GROUP-END-FLAG                           PIC X.
 01  WS-DIGEST-LINE-COUNT                        PIC S9(4) COMP.

 01  QUEUE-ROW-COUNT                             PIC S9(9) COMP VALUE 0.
 01  MAIL-SENT-COUNT                             PIC S9(9) COMP VALUE 0.
 01  PAGE-SENT-COUNT                             PIC S9(9) COMP VALUE 0.

 01  WS-TOTALS-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "MAILS DISPATCHED = ".
     05  WT-MAIL-SENT-COUNT                      PIC ZZZZZZZZ9.
 01  WS-PAGE-TOTALS-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "PAGES TO GATEWAY = ".
     05  WT-PAGE-SENT-COUNT                      PIC ZZZZZZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
    MOVE ZERO TO PEND-COUNT.
    MOVE ZERO TO QUEUE-ROW-COUNT.
    MOVE ZERO TO MAIL-SENT-COUNT.
    MOVE ZERO TO PAGE-SENT-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    END-IF.

    OPEN OUTPUT DISPATCH-REPORT-FILE.
    OPEN OUTPUT PAGER-GATEWAY-FILE.
/
2000-COLLECT-QUEUED-ROWS.
    PERFORM 7000-START_TRAN_RO.
                         SUBJECT_TEXT  OF NOTIFICATION_QUEUE_REC
                         QUEUE_STATUS  OF NOTIFICATION_QUEUE_REC
                         REC_USER      OF NOTIFICATION_QUEUE_REC
                         PAGE_STATUS   OF NOTIFICATION_QUEUE_REC
    END-CALL.

    EVALUATE TRUE
              TO PND-URGENT-FLAG   (PEND-COUNT)
            MOVE SUBJECT_TEXT  OF NOTIFICATION_QUEUE_REC
              TO PND-SUBJECT-TEXT  (PEND-COUNT)
            MOVE PAGE_STATUS   OF NOTIFICATION_QUEUE_REC
              TO PND-PAGE-STATUS   (PEND-COUNT)
        ELSE
            MOVE "Y" TO PEND-TRUNC-FLAG
        END-IF
        PERFORM 3300-DIGEST-ONE-MEMBER UNTIL WS-GROUP-END-FLAG = "Y"
        CLOSE DIGEST-MAIL-FILE
        IF WS-DIGEST-LINE-COUNT > ZERO
            PERFORM 5200-SPAWN-DIGEST-MAIL THRU 5200-SPAWN-DIGEST-MAIL-END
        END-IF
    ELSE
        PERFORM 3400-SINGLE-ONE-MEMBER UNTIL WS-GROUP-END-FLAG = "Y"
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE SPACES TO WS-PERSON-PAGER-NUMBER.
    MOVE "N"    TO WS-PERSON-PAGE-FLAG.

    CALL "ET_SS_PERSON_PAGER" USING SQLCA
                                 PERSON_ID         OF PERSON_DETAILS_REC
                                 PAGER_NUMBER      OF PERSON_DETAILS_REC
                                 PAGE_FLAG         OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE PAGER_NUMBER OF PERSON_DETAILS_REC TO WS-PERSON-PAGER-NUMBER
        MOVE PAGE_FLAG    OF PERSON_DETAILS_REC TO WS-PERSON-PAGE-FLAG
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_PAGER_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.
*
3300-DIGEST-ONE-MEMBER.
    IF PND-URGENT-FLAG (SUB1) = "U"
        PERFORM 5100-SPAWN-SINGLE-MAIL THRU 5100-SPAWN-SINGLE-MAIL-END
        PERFORM 5300-WRITE-GATEWAY-PAGE THRU 5300-WRITE-GATEWAY-PAGE-END
        PERFORM 4000-MARK-ROW-SENT
    ELSE
        MOVE PND-SUBJECT-TEXT (SUB1) TO DIGEST-MAIL-LINE
    PERFORM 3500-STEP-TO-NEXT-MEMBER.
*
3400-SINGLE-ONE-MEMBER.
    PERFORM 5100-SPAWN-SINGLE-MAIL THRU 5100-SPAWN-SINGLE-MAIL-END.
    PERFORM 5300-WRITE-GATEWAY-PAGE THRU 5300-WRITE-GATEWAY-PAGE-END.
    PERFORM 4000-MARK-ROW-SENT.

    PERFORM 3500-STEP-TO-NEXT-MEMBER.
*   DAILY-DIGEST ROWS OUTSIDE THE DIGEST HOUR STAY QUEUED - EXCEPT
*   URGENT ONES, WHICH ALWAYS GO NOW
    IF PND-URGENT-FLAG (SUB1) = "U"
        PERFORM 5100-SPAWN-SINGLE-MAIL THRU 5100-SPAWN-SINGLE-MAIL-END
        PERFORM 5300-WRITE-GATEWAY-PAGE THRU 5300-WRITE-GATEWAY-PAGE-END
        PERFORM 4000-MARK-ROW-SENT
    END-IF.

        GO TO 9900-EXIT
    END-EVALUATE.

    IF WS-PAGE-WRITTEN-FLAG = "Y"
        PERFORM 4100-MARK-ROW-PAGED
    END-IF.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.
*
4100-MARK-ROW-PAGED.
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
        CONTINUE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON NOTIFY_PAGE_UR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE "N" TO WS-PAGE-WRITTEN-FLAG.
/
5100-SPAWN-SINGLE-MAIL.
    IF WS-PERSON-EMAIL = SPACES
*
5200-SPAWN-DIGEST-MAIL-END.
    EXIT.
*
5300-WRITE-GATEWAY-PAGE.
*   A MAIL AT 3AM WAKES NOBODY - URGENT ROWS ALSO GO TO THE PAGING
*   BUREAU FOR ANYONE WHO HAS ASKED FOR IT, UNLESS EZITRAK086 HAS
*   ALREADY PAGED THIS ROW ITSELF
    MOVE "N" TO WS-PAGE-WRITTEN-FLAG.

    IF PND-URGENT-FLAG (SUB1) NOT = "U"
    OR PND-PAGE-STATUS (SUB1) NOT = SPACE
    OR WS-PERSON-PAGE-FLAG NOT = "Y"
    OR WS-PERSON-PAGER-NUMBER = SPACES
        GO TO 5300-WRITE-GATEWAY-PAGE-END
    END-IF.

    MOVE SPACES                    TO PAGER-GATEWAY-RECORD.
    MOVE "PG"                      TO PG-RECORD-TYPE.
    MOVE PND-PERSON-ID (SUB1)      TO PG-REF-PERSON-ID.
    MOVE PND-QUEUE-TMSTAMP (SUB1)  TO PG-REF-QUEUE-STAMP.
    MOVE WS-PERSON-PAGER-NUMBER    TO PG-PAGER-NUMBER.
    MOVE PND-SUBJECT-TEXT (SUB1)   TO PG-MESSAGE-TEXT.
    WRITE PAGER-GATEWAY-RECORD.

    MOVE "Y" TO WS-PAGE-WRITTEN-FLAG.
    ADD 1 TO PAGE-SENT-COUNT.
*
5300-WRITE-GATEWAY-PAGE-END.
    EXIT.
/
6100-PRINT-TOTALS.
    IF PEND-TRUNC-FLAG = "Y"
    MOVE MAIL-SENT-COUNT TO WT-MAIL-SENT-COUNT.
    MOVE WS-TOTALS-LINE  TO DISPATCH-REPORT-LINE.
    WRITE DISPATCH-REPORT-LINE.

    MOVE PAGE-SENT-COUNT     TO WT-PAGE-SENT-COUNT.
    MOVE WS-PAGE-TOTALS-LINE TO DISPATCH-REPORT-LINE.
    WRITE DISPATCH-REPORT-LINE.
/
7100-START_TRAN_RW.
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.
/
8000-FINALISATION.
    CLOSE DISPATCH-REPORT-FILE.
    CLOSE PAGER-GATEWAY-FILE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
