*                  the numbers instead of re-keying the printout. The       *
*                  print layout is unchanged.                               *
*                                                                             *
*   NOTE         : the snapshot writer also adds 24 KEY_TYPE "H" rows       *
*                  (STAT_KEY "00" to "23", hour of day) holding the         *
*                  problems taken in during the 24 hours before the run,    *
*                  bucketed by the hour of their CONTACT_DATE, in           *
*                  OPEN_COUNT (CLOSED_COUNT and OVERDUE_COUNT are zero).    *
*                  Every hour is written, zero or not, so each night is one *
*                  complete day of the hourly intake profile that           *
*                  EZITRAK130 uses as its baseline. No new SQL modules -    *
*                  ET_FC7_PROBLEM_DETAILS already returns CONTACT_DATE.     *
*                                                                             *
*******************************************************************************
*
/
                                                    VALUE 864000000000.
 01  WS-DAY-NUMBER                               PIC S9(9) COMP.
 01  WS-TODAY-START-BIN                          PIC S9(11)V9(7) COMP.
 01  ONE-HOUR-BIN                                PIC S9(11)V9(7) COMP
                                                    VALUE 36000000000.
 01  WS-HOUR-WINDOW-START-BIN                    PIC S9(11)V9(7) COMP.
 01  WS-HOUR-DAY-NUMBER                          PIC S9(9) COMP.
 01  WS-HOUR-DAY-START-BIN                       PIC S9(11)V9(7) COMP.
 01  WS-HOUR-REMAIN-BIN                          PIC S9(11)V9(7) COMP.
 01  WS-HOUR-OF-DAY                              PIC S9(9) COMP.
 01  WS-HOUR-KEY                                 PIC 99.
 01  HOUR-TABLE.
     05  HOUR-INTAKE-COUNT OCCURS 24 TIMES       PIC S9(9) COMP.

 01  SUB1                                        PIC S9(4) COMP.
 01  WS-FOUND-FLAG                                PIC X.
    MOVE ONE-DAY-BIN TO WS-TODAY-START-BIN.
    MULTIPLY WS-DAY-NUMBER BY WS-TODAY-START-BIN.

    SUBTRACT ONE-DAY-BIN FROM CURRENT_DATE_BIN
        GIVING WS-HOUR-WINDOW-START-BIN.
    PERFORM 1100-CLEAR-HOUR VARYING SUB1 FROM 1 BY 1
                       UNTIL SUB1 > 24.

    OPEN OUTPUT SUMMARY-REPORT-FILE.

    IF WS-OUTPUT-MODE-TEXT = "C"
        OPEN OUTPUT CSV-EXTRACT-FILE
    END-IF.
*
1100-CLEAR-HOUR.
    MOVE ZERO TO HOUR-INTAKE-COUNT (SUB1).
/
3000-READ-ALL-PROBLEMS.
    PERFORM 7000-START_TRAN_RO.
    PERFORM 3300-TALLY-BY-APPLICATION.
    PERFORM 3400-TALLY-BY-PRIORITY.
    PERFORM 3450-TALLY-BY-CATEGORY THRU 3450-TALLY-BY-CATEGORY-EXIT.
    PERFORM 3500-TALLY-BY-HOUR THRU 3500-TALLY-BY-HOUR-EXIT.

    IF WS-ROW-IS-TODAY-FLAG = "Y"
        IF WS-ROW-IS-CLOSED-FLAG = "Y"
        MOVE "Y" TO WS-FOUND-FLAG
    END-IF.
/
3500-TALLY-BY-HOUR.
*   INTAKE OVER THE LAST 24 HOURS BY HOUR OF DAY - THE BASELINE THE
*   EZITRAK130 SPIKE WATCH MEASURES THE CURRENT HOUR AGAINST
    IF CONTACT_DATE OF PROBLEM_DETAILS_REC < WS-HOUR-WINDOW-START-BIN
    OR CONTACT_DATE OF PROBLEM_DETAILS_REC NOT < CURRENT_DATE_BIN
        GO TO 3500-TALLY-BY-HOUR-EXIT
    END-IF.

    DIVIDE CONTACT_DATE OF PROBLEM_DETAILS_REC BY ONE-DAY-BIN
        GIVING WS-HOUR-DAY-NUMBER.
    MOVE ONE-DAY-BIN TO WS-HOUR-DAY-START-BIN.
    MULTIPLY WS-HOUR-DAY-NUMBER BY WS-HOUR-DAY-START-BIN.
    SUBTRACT WS-HOUR-DAY-START-BIN FROM CONTACT_DATE OF PROBLEM_DETAILS_REC
        GIVING WS-HOUR-REMAIN-BIN.
    DIVIDE WS-HOUR-REMAIN-BIN BY ONE-HOUR-BIN GIVING WS-HOUR-OF-DAY.

    ADD 1 TO HOUR-INTAKE-COUNT (WS-HOUR-OF-DAY + 1).
*
3500-TALLY-BY-HOUR-EXIT.
    EXIT.
/
5000-PRINT-SUMMARY-REPORT.
    MOVE "PROBLEM COUNTS BY APPLICATION_ID" TO SUMMARY-REPORT-LINE.
    WRITE SUMMARY-REPORT-LINE.
    PERFORM 6170-WRITE-CAT-SNAPSHOT VARYING SUB1 FROM 1 BY 1
                               UNTIL SUB1 > CAT-COUNT.

    PERFORM 6180-WRITE-HOUR-SNAPSHOT VARYING SUB1 FROM 1 BY 1
                               UNTIL SUB1 > 24.

    PERFORM 7800-CMT_TRAN.
*
6100-WRITE-APP-SNAPSHOT.
    MOVE ZERO                      TO OVERDUE_COUNT OF PROBLEM_STATS_HISTORY_REC.
    PERFORM 6200-INSERT-STATS-ROW.
*
6180-WRITE-HOUR-SNAPSHOT.
    SUBTRACT 1 FROM SUB1 GIVING WS-HOUR-KEY.
    MOVE "H"                       TO KEY_TYPE      OF PROBLEM_STATS_HISTORY_REC.
    MOVE WS-HOUR-KEY               TO STAT_KEY      OF PROBLEM_STATS_HISTORY_REC.
    MOVE HOUR-INTAKE-COUNT  (SUB1) TO OPEN_COUNT    OF PROBLEM_STATS_HISTORY_REC.
    MOVE ZERO                      TO CLOSED_COUNT  OF PROBLEM_STATS_HISTORY_REC.
    MOVE ZERO                      TO OVERDUE_COUNT OF PROBLEM_STATS_HISTORY_REC.
    PERFORM 6200-INSERT-STATS-ROW.
*
6200-INSERT-STATS-ROW.
    CALL "ET_IR_PROBLEM_STATS_HISTORY" USING SQLCA
                                 SNAPSHOT_DATE OF PROBLEM_STATS_HISTORY_REC
