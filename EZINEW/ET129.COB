IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK129                                                 *
*   Program Name : Forward Schedule of Change                                 *
*   Summary      : Weekly batch job, run by operations ahead of the change    *
*                  meeting. Lists, by application and then planned start,     *
*                  every approved (CHANGE_STATUS A) change whose planned      *
*                  window falls within the next FSC_DAYS_AHEAD (7) days,      *
*                  with its site, risk rating, requester and description.     *
*                  Under each change it flags the clashes the meeting         *
*                  needs to see: every open P1 problem on the same            *
*                  application, and every other approved or requested         *
*                  change whose planned window overlaps it on the same        *
*                  application or the same site. Older CHANGE_DETAILS         *
*                  rows with no status are read the way EZITRAK0483 reads     *
*                  them. The SYS$PRINT listing ends with the counts, which    *
*                  are also written to JOB_RUN_LOG.                           *
*                                                                             *
*   TABLES  USED : CHANGE_DETAILS       (Input)                               *
*                  PROBLEM_DETAILS      (Input)                               *
*                  SYSTEM_PARAMETER     (Input)                               *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : the request columns are read through                     *
*                  ET_SS_CHANGE_REQUEST (see EZITRAK0483's header); open    *
*                  problems through the existing                            *
*                  ET_OC/FC/CC_OPEN_PROBLEM_BY_APPLICATION cursor.          *
*                  FSC_DAYS_AHEAD is a SYSTEM_PARAMETER row read through    *
*                  8850-GET-SYSTEM-PARAMETER, with the literal as fallback  *
*                  default. A change with no planned window cannot be       *
*                  scheduled and is left off.                               *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK129.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FSC-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  FSC-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  FSC-REPORT-LINE                                 PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.CHANGE_DETAILS_REC"        from dictionary.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"       from dictionary.
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

 01  TRANSACTION_BEGUN_FLAG                      PIC X.

 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  ONE-DAY-BIN                                 PIC S9(11)V9(7) COMP
                                                    VALUE 864000000000.
 01  WINDOW-SPAN-BIN                             PIC S9(11)V9(7) COMP.
 01  WINDOW-END-BIN                              PIC S9(11)V9(7) COMP.
 01  FSC-DAYS-AHEAD                              PIC S9(9) COMP VALUE 7.
 01  WS-PARAMETER-FOUND-FLAG                     PIC X.
 01  WS-PARAMETER-VALUE-TEXT                     PIC X(12).
 01  WS-PARAMETER-VALUE-NUM REDEFINES WS-PARAMETER-VALUE-TEXT
                                                 PIC 9(12).
 01  WS-PARAMETER-SHIFT-TEXT                     PIC X(12).

 01  WS-FMT-BIN                                  PIC S9(11)V9(7) COMP.
 01  WS-FMT-TEXT                                 PIC X(17).
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.

 01  BISECT-LOW                                  PIC S9(4) COMP.
 01  BISECT-HIGH                                 PIC S9(4) COMP.
 01  BISECT-MID                                  PIC S9(4) COMP.
 01  INSERT-SUB                                  PIC S9(4) COMP.
 01  SUB1                                        PIC S9(4) COMP.
 01  SUB2                                        PIC S9(4) COMP.
 01  AFTER-ENTRY-FLAG                            PIC X.

*   EVERY REQUESTED OR APPROVED CHANGE NOT YET PAST ITS WINDOW, IN
*   APPLICATION AND PLANNED START ORDER - THE APPROVED ONES ARE LISTED,
*   THE REST ONLY COUNT AS CLASHES
 01  SCHEDULE-COUNT                              PIC S9(4) COMP.
 01  SCHEDULE-MAX                                PIC S9(4) COMP VALUE 2000.
 01  SCHEDULE-TABLE.
     05  SCHEDULE-ENTRY OCCURS 2000 TIMES.
         10  SC-APPLICATION-ID                   PIC X(4).
         10  SC-START-BIN                        PIC S9(11)V9(7) COMP.
         10  SC-END-BIN                          PIC S9(11)V9(7) COMP.
         10  SC-CHANGE-NUMBER                    PIC X(8).
         10  SC-SITE-ID                          PIC X(4).
         10  SC-RISK-RATING                      PIC X.
         10  SC-REQUESTER-ID                     PIC X(8).
         10  SC-CHANGE-STATUS                    PIC X.
         10  SC-CHANGE-DESC                      PIC X(60).

*   THE OPEN P1 PROBLEMS ON THE APPLICATION BEING PRINTED
 01  P1-COUNT                                    PIC S9(4) COMP.
 01  P1-MAX                                      PIC S9(4) COMP VALUE 50.
 01  P1-TABLE.
     05  P1-PROBLEM-NUMBER OCCURS 50 TIMES       PIC 9(9).
 01  P1-FULL-FLAG                                PIC X.
 01  LAST-APPLICATION-ID                         PIC X(4).

 01  CHANGE-READ-COUNT                           PIC S9(9) COMP VALUE 0.
 01  CHANGE-LISTED-COUNT                         PIC S9(9) COMP VALUE 0.
 01  UNPLANNED-COUNT                             PIC S9(9) COMP VALUE 0.
 01  P1-CLASH-COUNT                              PIC S9(9) COMP VALUE 0.
 01  CHANGE-CLASH-COUNT                          PIC S9(9) COMP VALUE 0.

 01  WS-SCHEDULE-HEAD.
     05  FILLER                                  PIC X(40) VALUE
                           " CHANGE   PLANNED START     PLANNED END ".
     05  FILLER                                  PIC X(40) VALUE
                           "      SITE RISK REQUESTER DESCRIPTION   ".

 01  WS-APPLICATION-LINE.
     05  FILLER                                  PIC X(12) VALUE
                                                    "APPLICATION ".
     05  WL-APPLICATION-ID                       PIC X(4).

 01  WS-SCHEDULE-LINE.
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-CHANGE-NUMBER                        PIC X(8).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-START-TEXT                           PIC X(17).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-END-TEXT                             PIC X(17).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-SITE-ID                              PIC X(4).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-RISK-RATING                          PIC X.
     05  FILLER                                  PIC X(3)  VALUE SPACES.
     05  WD-REQUESTER-ID                         PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-CHANGE-DESC                          PIC X(60).

 01  WS-P1-CLASH-LINE.
     05  FILLER                                  PIC X(37) VALUE
                           "          ** CLASH - OPEN P1 PROBLEM ".
     05  WX-PROBLEM-NUMBER                       PIC Z(8)9.
     05  FILLER                                  PIC X(20) VALUE
                           " ON THIS APPLICATION".

 01  WS-CHANGE-CLASH-LINE.
     05  FILLER                                  PIC X(28) VALUE
                           "          ** CLASH - CHANGE ".
     05  WY-CHANGE-NUMBER                        PIC X(8).
     05  FILLER                                  PIC X(8)  VALUE
                           " STATUS ".
     05  WY-CHANGE-STATUS                        PIC X.
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WY-START-TEXT                           PIC X(17).
     05  FILLER                                  PIC X(4)  VALUE
                           " TO ".
     05  WY-END-TEXT                             PIC X(17).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WY-CLASH-REASON                         PIC X(20).

 01  WS-COUNT-LINE.
     05  WC-CAPTION                              PIC X(36).
     05  WC-COUNT                                PIC ZZZ,ZZZ,ZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK129".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 2000-LOAD-CHANGES.

    PERFORM 3000-PRINT-SCHEDULE.

    PERFORM 6400-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO   TO SQLCODE.
    MOVE "N"    TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO   TO SCHEDULE-COUNT.
    MOVE SPACES TO LAST-APPLICATION-ID.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE "FSC_DAYS_AHEAD" TO PARAMETER_NAME OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO FSC-DAYS-AHEAD
    END-IF.

    MOVE ONE-DAY-BIN TO WINDOW-SPAN-BIN.
    MULTIPLY FSC-DAYS-AHEAD BY WINDOW-SPAN-BIN.
    ADD WINDOW-SPAN-BIN TO CURRENT_DATE_BIN
        GIVING WINDOW-END-BIN.

    OPEN OUTPUT FSC-REPORT-FILE.

    MOVE "FORWARD SCHEDULE OF CHANGE" TO FSC-REPORT-LINE.
    WRITE FSC-REPORT-LINE.

    MOVE SPACES TO FSC-REPORT-LINE.
    MOVE CURRENT_DATE_BIN TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    STRING "APPROVED CHANGES FROM " DELIMITED BY SIZE
           WS-FMT-TEXT              DELIMITED BY SIZE
           " TO "                   DELIMITED BY SIZE
      INTO FSC-REPORT-LINE.
    MOVE WINDOW-END-BIN TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT TO FSC-REPORT-LINE (43:17).
    WRITE FSC-REPORT-LINE.

    MOVE SPACES TO FSC-REPORT-LINE.
    WRITE FSC-REPORT-LINE.
/
2000-LOAD-CHANGES.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_CHANGE_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CHANGE_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2100-FETCH-ONE-CHANGE UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_CHANGE_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CHANGE_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
2100-FETCH-ONE-CHANGE.
    CALL "ET_FC_CHANGE_DETAILS" USING SQLCA
                                 CHANGE_NUMBER    OF CHANGE_DETAILS_REC
                                 APPLICATION_ID   OF CHANGE_DETAILS_REC
                                 IMPLEMENTED_DATE OF CHANGE_DETAILS_REC
                                 CHANGE_DESC      OF CHANGE_DETAILS_REC
                                 REC_USER         OF CHANGE_DETAILS_REC
                                 REC_TMSTAMP      OF CHANGE_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO CHANGE-READ-COUNT
        PERFORM 2200-READ-CHANGE-REQUEST
        PERFORM 2300-KEEP-CHANGE THRU 2300-KEEP-CHANGE-EXIT
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CHANGE_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
2200-READ-CHANGE-REQUEST.
    CALL "ET_SS_CHANGE_REQUEST" USING SQLCA
                           CHANGE_NUMBER         OF CHANGE_DETAILS_REC
                           PLANNED_START_TMSTAMP OF CHANGE_DETAILS_REC
                           PLANNED_END_TMSTAMP   OF CHANGE_DETAILS_REC
                           RISK_RATING           OF CHANGE_DETAILS_REC
                           REQUESTER_ID          OF CHANGE_DETAILS_REC
                           SITE_ID               OF CHANGE_DETAILS_REC
                           CHANGE_STATUS         OF CHANGE_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO   TO PLANNED_START_TMSTAMP OF CHANGE_DETAILS_REC
        MOVE ZERO   TO PLANNED_END_TMSTAMP   OF CHANGE_DETAILS_REC
        MOVE SPACES TO RISK_RATING           OF CHANGE_DETAILS_REC
        MOVE SPACES TO REQUESTER_ID          OF CHANGE_DETAILS_REC
        MOVE SPACES TO SITE_ID               OF CHANGE_DETAILS_REC
        MOVE SPACES TO CHANGE_STATUS         OF CHANGE_DETAILS_REC
    WHEN OTHER
        DISPLAY "ERROR ON CHANGE_REQUEST_SS CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

*   SAME READING OF AN UNSTATUSED ROW AS EZITRAK0483
    IF CHANGE_STATUS OF CHANGE_DETAILS_REC = SPACE
        IF IMPLEMENTED_DATE OF CHANGE_DETAILS_REC NOT = ZERO
            MOVE "I" TO CHANGE_STATUS OF CHANGE_DETAILS_REC
        ELSE
            MOVE "R" TO CHANGE_STATUS OF CHANGE_DETAILS_REC
        END-IF
    END-IF.

*   THE CURSOR FETCH LOOP TESTS SQLCODE
    MOVE ZERO TO SQLCODE.
*
2300-KEEP-CHANGE.
    IF CHANGE_STATUS OF CHANGE_DETAILS_REC NOT = "A"
       AND CHANGE_STATUS OF CHANGE_DETAILS_REC NOT = "R"
        GO TO 2300-KEEP-CHANGE-EXIT
    END-IF.

    IF PLANNED_START_TMSTAMP OF CHANGE_DETAILS_REC = ZERO
        IF CHANGE_STATUS OF CHANGE_DETAILS_REC = "A"
            ADD 1 TO UNPLANNED-COUNT
        END-IF
        GO TO 2300-KEEP-CHANGE-EXIT
    END-IF.

    IF PLANNED_END_TMSTAMP OF CHANGE_DETAILS_REC NOT > CURRENT_DATE_BIN
        GO TO 2300-KEEP-CHANGE-EXIT
    END-IF.

    IF SCHEDULE-COUNT = SCHEDULE-MAX
        DISPLAY "MORE THAN " SCHEDULE-MAX " OPEN CHANGES - RAISE "
                "SCHEDULE-MAX" WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

*   THE NEW ENTRY GOES AFTER ANY WITH THE SAME APPLICATION AND START
    MOVE 1              TO BISECT-LOW.
    MOVE SCHEDULE-COUNT TO BISECT-HIGH.
    PERFORM 2310-BISECT-AFTER-ENTRY UNTIL BISECT-LOW > BISECT-HIGH.
    PERFORM 2320-SHIFT-ENTRY
        VARYING INSERT-SUB FROM SCHEDULE-COUNT BY -1
        UNTIL INSERT-SUB < BISECT-LOW.

    MOVE APPLICATION_ID        OF CHANGE_DETAILS_REC
      TO SC-APPLICATION-ID (BISECT-LOW).
    MOVE PLANNED_START_TMSTAMP OF CHANGE_DETAILS_REC
      TO SC-START-BIN      (BISECT-LOW).
    MOVE PLANNED_END_TMSTAMP   OF CHANGE_DETAILS_REC
      TO SC-END-BIN        (BISECT-LOW).
    MOVE CHANGE_NUMBER         OF CHANGE_DETAILS_REC
      TO SC-CHANGE-NUMBER  (BISECT-LOW).
    MOVE SITE_ID               OF CHANGE_DETAILS_REC
      TO SC-SITE-ID        (BISECT-LOW).
    MOVE RISK_RATING           OF CHANGE_DETAILS_REC
      TO SC-RISK-RATING    (BISECT-LOW).
    MOVE REQUESTER_ID          OF CHANGE_DETAILS_REC
      TO SC-REQUESTER-ID   (BISECT-LOW).
    MOVE CHANGE_STATUS         OF CHANGE_DETAILS_REC
      TO SC-CHANGE-STATUS  (BISECT-LOW).
    MOVE CHANGE_DESC           OF CHANGE_DETAILS_REC
      TO SC-CHANGE-DESC    (BISECT-LOW).

    ADD 1 TO SCHEDULE-COUNT.
*
2300-KEEP-CHANGE-EXIT.
    EXIT.
*
2310-BISECT-AFTER-ENTRY.
    COMPUTE BISECT-MID = (BISECT-LOW + BISECT-HIGH) / 2.

    MOVE "Y" TO AFTER-ENTRY-FLAG.
    IF SC-APPLICATION-ID (BISECT-MID)
                  > APPLICATION_ID OF CHANGE_DETAILS_REC
        MOVE "N" TO AFTER-ENTRY-FLAG
    END-IF.
    IF SC-APPLICATION-ID (BISECT-MID)
                  = APPLICATION_ID OF CHANGE_DETAILS_REC
       AND SC-START-BIN (BISECT-MID)
                  > PLANNED_START_TMSTAMP OF CHANGE_DETAILS_REC
        MOVE "N" TO AFTER-ENTRY-FLAG
    END-IF.

    IF AFTER-ENTRY-FLAG = "N"
        COMPUTE BISECT-HIGH = BISECT-MID - 1
    ELSE
        COMPUTE BISECT-LOW  = BISECT-MID + 1
    END-IF.
*
2320-SHIFT-ENTRY.
    MOVE SCHEDULE-ENTRY (INSERT-SUB)
      TO SCHEDULE-ENTRY (INSERT-SUB + 1).
/
3000-PRINT-SCHEDULE.
    MOVE WS-SCHEDULE-HEAD TO FSC-REPORT-LINE.
    WRITE FSC-REPORT-LINE.

    PERFORM 7000-START_TRAN_RO.

    PERFORM 3100-PRINT-ONE-CHANGE VARYING SUB1 FROM 1 BY 1
                                  UNTIL SUB1 > SCHEDULE-COUNT.

    PERFORM 7800-CMT_TRAN.

    IF CHANGE-LISTED-COUNT = ZERO
        MOVE " NONE" TO FSC-REPORT-LINE
        WRITE FSC-REPORT-LINE
    END-IF.
*
3100-PRINT-ONE-CHANGE.
*   ONLY APPROVED CHANGES WITH SOME OF THEIR WINDOW IN THE COMING WEEK
    IF SC-CHANGE-STATUS (SUB1) = "A"
       AND SC-START-BIN (SUB1) < WINDOW-END-BIN
        IF SC-APPLICATION-ID (SUB1) NOT = LAST-APPLICATION-ID
            PERFORM 3200-START-APPLICATION
        END-IF
        ADD 1 TO CHANGE-LISTED-COUNT
        MOVE SC-CHANGE-NUMBER (SUB1) TO WD-CHANGE-NUMBER
        MOVE SC-START-BIN (SUB1)     TO WS-FMT-BIN
        PERFORM 8800-FORMAT-TIME
        MOVE WS-FMT-TEXT             TO WD-START-TEXT
        MOVE SC-END-BIN (SUB1)       TO WS-FMT-BIN
        PERFORM 8800-FORMAT-TIME
        MOVE WS-FMT-TEXT             TO WD-END-TEXT
        MOVE SC-SITE-ID (SUB1)       TO WD-SITE-ID
        MOVE SC-RISK-RATING (SUB1)   TO WD-RISK-RATING
        MOVE SC-REQUESTER-ID (SUB1)  TO WD-REQUESTER-ID
        MOVE SC-CHANGE-DESC (SUB1)   TO WD-CHANGE-DESC
        MOVE WS-SCHEDULE-LINE        TO FSC-REPORT-LINE
        WRITE FSC-REPORT-LINE
        PERFORM 3300-PRINT-P1-CLASH VARYING SUB2 FROM 1 BY 1
                                    UNTIL SUB2 > P1-COUNT
        PERFORM 3400-CHECK-CHANGE-CLASH VARYING SUB2 FROM 1 BY 1
                                        UNTIL SUB2 > SCHEDULE-COUNT
    END-IF.
*
3200-START-APPLICATION.
    MOVE SC-APPLICATION-ID (SUB1) TO LAST-APPLICATION-ID.

    MOVE SPACES TO FSC-REPORT-LINE.
    WRITE FSC-REPORT-LINE.
    MOVE LAST-APPLICATION-ID TO WL-APPLICATION-ID.
    MOVE WS-APPLICATION-LINE TO FSC-REPORT-LINE.
    WRITE FSC-REPORT-LINE.

*   THE OPEN P1 PROBLEMS ARE THE SAME FOR EVERY CHANGE ON THE
*   APPLICATION, SO THEY ARE READ ONCE HERE
    MOVE ZERO TO P1-COUNT.
    MOVE "N"  TO P1-FULL-FLAG.
    MOVE LAST-APPLICATION-ID TO APPLICATION_ID OF PROBLEM_DETAILS_REC.

    CALL "ET_OC_OPEN_PROBLEM_BY_APPLICATION" USING SQLCA
                                 APPLICATION_ID OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON OPEN_BY_APPL_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3210-FETCH-ONE-OPEN-PROBLEM UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_OPEN_PROBLEM_BY_APPLICATION" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON OPEN_BY_APPL_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF P1-FULL-FLAG = "Y"
        MOVE " MORE OPEN P1 PROBLEMS THAN P1-MAX - CLASH LIST INCOMPLETE"
          TO FSC-REPORT-LINE
        WRITE FSC-REPORT-LINE
    END-IF.
*
3210-FETCH-ONE-OPEN-PROBLEM.
    CALL "ET_FC_OPEN_PROBLEM_BY_APPLICATION" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 PRIORITY_ID    OF PROBLEM_DETAILS_REC
                                 CONTACT_DATE   OF PROBLEM_DETAILS_REC
                                 PROBLEM_DESC   OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF PRIORITY_ID OF PROBLEM_DETAILS_REC = "P1"
            IF P1-COUNT < P1-MAX
                ADD 1 TO P1-COUNT
                MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                  TO P1-PROBLEM-NUMBER (P1-COUNT)
            ELSE
                MOVE "Y" TO P1-FULL-FLAG
            END-IF
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON OPEN_BY_APPL_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3300-PRINT-P1-CLASH.
    ADD 1 TO P1-CLASH-COUNT.
    MOVE P1-PROBLEM-NUMBER (SUB2) TO WX-PROBLEM-NUMBER.
    MOVE WS-P1-CLASH-LINE TO FSC-REPORT-LINE.
    WRITE FSC-REPORT-LINE.
*
3400-CHECK-CHANGE-CLASH.
*   TWO WINDOWS OVERLAP WHEN EACH STARTS BEFORE THE OTHER ENDS
    IF SUB2 NOT = SUB1
       AND SC-START-BIN (SUB2) < SC-END-BIN (SUB1)
       AND SC-END-BIN (SUB2)   > SC-START-BIN (SUB1)
        MOVE SPACES TO WY-CLASH-REASON
        IF SC-SITE-ID (SUB1) NOT = SPACES
           AND SC-SITE-ID (SUB2) = SC-SITE-ID (SUB1)
            MOVE "SAME SITE" TO WY-CLASH-REASON
        END-IF
        IF SC-APPLICATION-ID (SUB2) = SC-APPLICATION-ID (SUB1)
            MOVE "SAME APPLICATION" TO WY-CLASH-REASON
        END-IF
        IF WY-CLASH-REASON NOT = SPACES
            PERFORM 3410-PRINT-CHANGE-CLASH
        END-IF
    END-IF.
*
3410-PRINT-CHANGE-CLASH.
    ADD 1 TO CHANGE-CLASH-COUNT.
    MOVE SC-CHANGE-NUMBER (SUB2) TO WY-CHANGE-NUMBER.
    MOVE SC-CHANGE-STATUS (SUB2) TO WY-CHANGE-STATUS.
    MOVE SC-START-BIN (SUB2)     TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT             TO WY-START-TEXT.
    MOVE SC-END-BIN (SUB2)       TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT             TO WY-END-TEXT.
    MOVE WS-CHANGE-CLASH-LINE    TO FSC-REPORT-LINE.
    WRITE FSC-REPORT-LINE.
/
6400-PRINT-TOTALS.
    MOVE SPACES TO FSC-REPORT-LINE.
    WRITE FSC-REPORT-LINE.

    MOVE "CHANGES READ"                 TO WC-CAPTION.
    MOVE CHANGE-READ-COUNT              TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.

    MOVE "APPROVED CHANGES LISTED"      TO WC-CAPTION.
    MOVE CHANGE-LISTED-COUNT            TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.

    MOVE "APPROVED WITH NO PLANNED WINDOW" TO WC-CAPTION.
    MOVE UNPLANNED-COUNT                TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.

    MOVE "CLASHES WITH OPEN P1 PROBLEMS" TO WC-CAPTION.
    MOVE P1-CLASH-COUNT                 TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.

    MOVE "CLASHES WITH OTHER CHANGES"   TO WC-CAPTION.
    MOVE CHANGE-CLASH-COUNT             TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.
*
6410-WRITE-COUNT-LINE.
    MOVE WS-COUNT-LINE TO FSC-REPORT-LINE.
    WRITE FSC-REPORT-LINE.
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
    CLOSE FSC-REPORT-FILE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
*
8800-FORMAT-TIME.
*   DD-MMM-YYYY HH:MM - THE DESCRIPTOR LENGTH CUTS OFF THE SECONDS
    MOVE SPACES TO WS-FMT-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-FMT-TEXT
                            BY REFERENCE  WS-FMT-BIN
                            OMITTED
                      GIVING ERR_RET.
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
    MOVE CHANGE-READ-COUNT   TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE CHANGE-LISTED-COUNT TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    COMPUTE REJECT_COUNT OF JOB_RUN_LOG_REC =
        P1-CLASH-COUNT + CHANGE-CLASH-COUNT.
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
* **************** END OF SOURCE EZITRAK129 ****************
