IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK116                                                 *
*   Program Name : On-Call Roster Coverage Report                             *
*   Summary      : Weekly batch report that looks ahead over the next         *
*                  WINDOW-DAYS (an ACCEPT ... FROM SYS$COMMAND parameter,     *
*                  else the EZITRAK116_WINDOW_DAYS system parameter, else     *
*                  28) and checks ON_CALL_ROSTER for every APPLICATION_ID.    *
*                  For each application it lists every stretch of the         *
*                  window with no roster row (GAP), every pair of rows        *
*                  whose times overlap (OVERLAP), every rostered row          *
*                  whose person has AWAY_FROM_DATE/BACK_ON_DATE leave         *
*                  falling inside it (ON LEAVE) and every rostered row        *
*                  whose person has no SKILL_DETAILS entry for the            *
*                  application (NO SKILL). Each application with an           *
*                  exception is also written to the ROSTER_MAIL_TMP           *
*                  scratch file and mailed to its owner's PERSON_EMAIL        *
*                  (the EZITRAK088 owner page), and the whole report goes     *
*                  to everyone on the REPORT_DISTRIBUTION list for            *
*                  EZITRAK116, so holes are filled before the night           *
*                  EZITRAK001's 5600-ASSIGN-FROM-ROSTER falls into them.      *
*                  Read-only - nothing is changed.                            *
*                                                                             *
*   TABLES  USED : APPLICATION_DETAILS  (Input)                               *
*                  ON_CALL_ROSTER       (Input)                               *
*                  PERSON_DETAILS       (Input)                               *
*                  SKILL_DETAILS        (Input)                               *
*                  SYSTEM_PARAMETER     (Input)                               *
*                  REPORT_DISTRIBUTION  (Input)                               *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : needs a new application cursor                           *
*                  ET_OC/FC/CC_APPLICATION_DETAILS - the                    *
*                  ET_OC_PERSON_DETAILS shape, APPLICATION_ID in (spaces    *
*                  for every row), rows ORDER BY APPLICATION_ID returning   *
*                  APPLICATION_ID, APPLICATION_DESC, REC_USER and           *
*                  REC_TMSTAMP - so an application with no roster rows at   *
*                  all is still reported. The roster comes from             *
*                  EZITRAK0203's ET_OC/FC/CC_ON_CALL_ROSTER full scan,      *
*                  leave from EZITRAK001's ET_SS_PERSON_LEAVE, skills from  *
*                  EZITRAK0923's ET_SS_SKILL_DETAILS and the owner from     *
*                  ET_SS_APPLICATION_OWNER (see EZITRAK0063's header).      *
*                                                                             *
*   NOTE         : REPORT_NAME EZITRAK116 on REPORT_DISTRIBUTION            *
*                  (EZITRAK057 screen) lists who is mailed the full report; *
*                  application owners are mailed only their own             *
*                  application's exceptions.                                *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK116.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ROSTER-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ROSTER-MAIL-FILE ASSIGN TO "ROSTER_MAIL_TMP"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  ROSTER-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  ROSTER-REPORT-LINE                              PIC X(132).

FD  ROSTER-MAIL-FILE
    LABEL RECORDS ARE STANDARD.
01  ROSTER-MAIL-LINE                                PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.APPLICATION_DETAILS_REC"   from dictionary.
    copy "EZITRAK_CDD.ON_CALL_ROSTER_REC"        from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"        from dictionary.
    copy "EZITRAK_CDD.SKILL_DETAILS_REC"         from dictionary.
    copy "EZITRAK_CDD.SYSTEM_PARAMETER_REC"      from dictionary.
    copy "EZITRAK_CDD.REPORT_DISTRIBUTION_REC"   from dictionary.
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
 01  WINDOW-START-BIN                            PIC S9(11)V9(7) COMP.
 01  WINDOW-END-BIN                              PIC S9(11)V9(7) COMP.
 01  WS-WINDOW-DAYS-TEXT                         PIC X(4).
 01  WS-WINDOW-DAYS-NUM REDEFINES WS-WINDOW-DAYS-TEXT PIC 9(4).
 01  WINDOW-DAYS                                 PIC S9(9) COMP.
 01  DEFAULT-WINDOW-DAYS                         PIC S9(9) COMP VALUE 28.
 01  WS-PARAMETER-FOUND-FLAG                     PIC X.
 01  WS-PARAMETER-VALUE-TEXT                     PIC X(12).
 01  WS-PARAMETER-VALUE-NUM REDEFINES WS-PARAMETER-VALUE-TEXT
                                                 PIC 9(12).
 01  WS-PARAMETER-SHIFT-TEXT                     PIC X(12).

 01  WS-COVERED-TO-BIN                           PIC S9(11)V9(7) COMP.
 01  WS-OVERLAP-TO-BIN                           PIC S9(11)V9(7) COMP.
 01  WS-FMT-BIN                                  PIC S9(11)V9(7) COMP.
 01  WS-FMT-TEXT                                 PIC X(17).
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.
 01  WS-AWAY-TEXT                                PIC X(17).
 01  WS-BACK-TEXT                                PIC X(17).

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB2                                        PIC S9(4) COMP.
 01  SUB3                                        PIC S9(4) COMP.
 01  FOUND-FLAG                                  PIC X.

 01  APP-COUNT                                   PIC S9(4) COMP.
 01  APP-MAX                                     PIC S9(4) COMP VALUE 500.
 01  APP-TRUNC-FLAG                              PIC X VALUE "N".
 01  APP-TABLE.
     05  APT-APPLICATION-ID OCCURS 500 TIMES     PIC X(4).

*   ROWS TOUCHING THE WINDOW, KEPT IN APPLICATION_ID / EFFECTIVE_FROM
*   ORDER AS THEY ARE LOADED SO EACH APPLICATION READS AS A TIMELINE
 01  ROSTER-COUNT                                PIC S9(4) COMP.
 01  ROSTER-MAX                                  PIC S9(4) COMP VALUE 2000.
 01  ROSTER-TABLE.
     05  ROSTER-ENTRY OCCURS 2000 TIMES.
         10  RST-APPLICATION-ID                  PIC X(4).
         10  RST-EFFECTIVE-FROM                  PIC S9(11)V9(7) COMP.
         10  RST-EFFECTIVE-TO                    PIC S9(11)V9(7) COMP.
         10  RST-PERSON-ID                       PIC X(8).

 01  ROSTER-ROW-COUNT                            PIC S9(9) COMP VALUE 0.
 01  EXCEPTION-COUNT                             PIC S9(9) COMP VALUE 0.
 01  APP-EXCEPTION-COUNT                         PIC S9(9) COMP VALUE 0.
 01  OWNERS-MAILED-COUNT                         PIC S9(9) COMP VALUE 0.
 01  WS-OWNER-PERSON-ID                          PIC X(8).
 01  WS-OWNER-EMAIL                              PIC X(40).
 01  WS-MAIL-COMMAND                             PIC X(132).

 01  DIST-SENT-COUNT                             PIC S9(9) COMP VALUE 0.
 01  WS-DIST-EMAIL                               PIC X(40).
 01  WS-DIST-MAIL-COMMAND                        PIC X(132).
 01  DIST-RECIP-COUNT                            PIC S9(4) COMP.
 01  DIST-RECIP-SUB                              PIC S9(4) COMP.
 01  DIST-RECIP-TABLE.
     05  DIST-RECIP-ID OCCURS 20 TIMES           PIC X(8).

 01  WS-TITLE-LINE.
     05  FILLER                                  PIC X(35) VALUE
                             "ON-CALL ROSTER COVERAGE REPORT FROM".
     05  FILLER                                  PIC X(1)  VALUE SPACE.
     05  WTL-FROM-TEXT                           PIC X(17).
     05  FILLER                                  PIC X(4)  VALUE " TO ".
     05  WTL-TO-TEXT                             PIC X(17).

 01  WS-APP-HEADING.
     05  FILLER                                  PIC X(21) VALUE
                                                    "ON-CALL COVER - APP ".
     05  WH-APPLICATION-ID                       PIC X(4).
     05  FILLER                                  PIC X(8)  VALUE "  OWNER ".
     05  WH-OWNER-PERSON-ID                      PIC X(8).

 01  WS-EXCEPTION-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WE-EXCEPTION-TYPE                       PIC X(10).
     05  WE-FROM-TEXT                            PIC X(17).
     05  FILLER                                  PIC X(3)  VALUE " - ".
     05  WE-TO-TEXT                              PIC X(17).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WE-PERSON-ID                            PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WE-DETAIL                               PIC X(45).

 01  WS-CLEAN-LINE                               PIC X(40) VALUE
                              "  NO EXCEPTIONS - FULLY COVERED".

 01  WS-TOTALS-LINE.
     05  FILLER                                  PIC X(22) VALUE
                                                  "EXCEPTIONS LISTED   = ".
     05  WT-EXCEPTION-COUNT                      PIC ZZZZZZZZ9.
 01  WS-MAILED-LINE.
     05  FILLER                                  PIC X(22) VALUE
                                                  "OWNER PAGES MAILED  = ".
     05  WT-OWNERS-MAILED                        PIC ZZZZZZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK116".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 2000-LOAD-APPLICATIONS.

    PERFORM 3000-LOAD-ROSTER.

    PERFORM 5000-REPORT-EACH-APPLICATION.

    PERFORM 6100-PRINT-TOTALS.

    PERFORM 8000-FINALISATION.

    PERFORM 9300-DISTRIBUTE-REPORT.

    PERFORM 9200-WRITE-JOB-END.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO APP-COUNT.
    MOVE ZERO TO ROSTER-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE "EZITRAK116_WINDOW_DAYS" TO PARAMETER_NAME
                                          OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO DEFAULT-WINDOW-DAYS
    END-IF.

    MOVE SPACES TO WS-WINDOW-DAYS-TEXT.
    ACCEPT WS-WINDOW-DAYS-TEXT FROM SYS$COMMAND.

    IF WS-WINDOW-DAYS-TEXT IS NUMERIC AND WS-WINDOW-DAYS-NUM > ZERO
        MOVE WS-WINDOW-DAYS-NUM TO WINDOW-DAYS
    ELSE
        MOVE DEFAULT-WINDOW-DAYS TO WINDOW-DAYS
    END-IF.

    MOVE CURRENT_DATE_BIN TO WINDOW-START-BIN.
    MOVE ONE-DAY-BIN TO WINDOW-SPAN-BIN.
    MULTIPLY WINDOW-DAYS BY WINDOW-SPAN-BIN.
    ADD WINDOW-SPAN-BIN TO CURRENT_DATE_BIN
        GIVING WINDOW-END-BIN.

    OPEN OUTPUT ROSTER-REPORT-FILE.

    MOVE WINDOW-START-BIN TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT      TO WTL-FROM-TEXT.
    MOVE WINDOW-END-BIN   TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT      TO WTL-TO-TEXT.

    MOVE WS-TITLE-LINE TO ROSTER-REPORT-LINE.
    WRITE ROSTER-REPORT-LINE.
    MOVE SPACES TO ROSTER-REPORT-LINE.
    WRITE ROSTER-REPORT-LINE.
/
2000-LOAD-APPLICATIONS.
    PERFORM 7000-START_TRAN_RO.

    MOVE SPACES TO APPLICATION_ID OF APPLICATION_DETAILS_REC.

    CALL "ET_OC_APPLICATION_DETAILS" USING SQLCA
                                 APPLICATION_ID OF APPLICATION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON APPLICATION_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2100-FETCH-ONE-APPLICATION UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_APPLICATION_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON APPLICATION_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
2100-FETCH-ONE-APPLICATION.
    CALL "ET_FC_APPLICATION_DETAILS" USING SQLCA
                                 APPLICATION_ID   OF APPLICATION_DETAILS_REC
                                 APPLICATION_DESC OF APPLICATION_DETAILS_REC
                                 REC_USER         OF APPLICATION_DETAILS_REC
                                 REC_TMSTAMP      OF APPLICATION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF APP-COUNT < APP-MAX
            ADD 1 TO APP-COUNT
            MOVE APPLICATION_ID OF APPLICATION_DETAILS_REC
              TO APT-APPLICATION-ID (APP-COUNT)
        ELSE
            IF APP-TRUNC-FLAG = "N"
                DISPLAY "MORE THAN 500 APPLICATIONS - REMAINDER NOT CHECKED"
                MOVE "Y" TO APP-TRUNC-FLAG
            END-IF
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON APPLICATION_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3000-LOAD-ROSTER.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_ON_CALL_ROSTER" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ROSTER_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-ROSTER UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_ON_CALL_ROSTER" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ROSTER_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3100-FETCH-ONE-ROSTER.
    CALL "ET_FC_ON_CALL_ROSTER" USING SQLCA
                                 APPLICATION_ID  OF ON_CALL_ROSTER_REC
                                 EFFECTIVE_FROM  OF ON_CALL_ROSTER_REC
                                 EFFECTIVE_TO    OF ON_CALL_ROSTER_REC
                                 PERSON_ID       OF ON_CALL_ROSTER_REC
                                 REC_USER        OF ON_CALL_ROSTER_REC
                                 REC_TMSTAMP     OF ON_CALL_ROSTER_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF EFFECTIVE_FROM OF ON_CALL_ROSTER_REC < WINDOW-END-BIN
           AND EFFECTIVE_TO OF ON_CALL_ROSTER_REC > WINDOW-START-BIN
            ADD 1 TO ROSTER-ROW-COUNT
            PERFORM 3200-HOLD-ONE-ROSTER-ROW
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ROSTER_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3200-HOLD-ONE-ROSTER-ROW.
*   A SHORT TABLE WOULD REPORT GAPS THAT ARE NOT THERE - GIVE UP INSTEAD
    IF ROSTER-COUNT NOT < ROSTER-MAX
        DISPLAY "MORE THAN 2000 ROSTER ROWS IN WINDOW - RUN ABANDONED"
        GO TO 9900-EXIT
    END-IF.

*   FIND THE FIRST HELD ROW THAT SORTS AFTER THE NEW ONE ...
    MOVE "N" TO FOUND-FLAG.
    PERFORM 3210-COMPARE-ONE-ROW VARYING SUB1 FROM 1 BY 1
        UNTIL SUB1 > ROSTER-COUNT OR FOUND-FLAG = "Y".
    IF FOUND-FLAG = "Y"
        SUBTRACT 1 FROM SUB1
    END-IF.

*   ... AND SLIDE IT AND EVERYTHING BELOW IT DOWN ONE PLACE
    PERFORM 3220-SHIFT-ONE-ROW VARYING SUB2 FROM ROSTER-COUNT BY -1
        UNTIL SUB2 < SUB1.

    ADD 1 TO ROSTER-COUNT.
    MOVE APPLICATION_ID OF ON_CALL_ROSTER_REC
      TO RST-APPLICATION-ID (SUB1).
    MOVE EFFECTIVE_FROM OF ON_CALL_ROSTER_REC
      TO RST-EFFECTIVE-FROM (SUB1).
    MOVE EFFECTIVE_TO   OF ON_CALL_ROSTER_REC
      TO RST-EFFECTIVE-TO   (SUB1).
    MOVE PERSON_ID      OF ON_CALL_ROSTER_REC
      TO RST-PERSON-ID      (SUB1).
*
3210-COMPARE-ONE-ROW.
    IF RST-APPLICATION-ID (SUB1) > APPLICATION_ID OF ON_CALL_ROSTER_REC
        MOVE "Y" TO FOUND-FLAG
    ELSE
        IF RST-APPLICATION-ID (SUB1)
           = APPLICATION_ID OF ON_CALL_ROSTER_REC
           AND RST-EFFECTIVE-FROM (SUB1)
           > EFFECTIVE_FROM OF ON_CALL_ROSTER_REC
            MOVE "Y" TO FOUND-FLAG
        END-IF
    END-IF.
*
3220-SHIFT-ONE-ROW.
    ADD 1 SUB2 GIVING SUB3.
    MOVE ROSTER-ENTRY (SUB2) TO ROSTER-ENTRY (SUB3).
/
5000-REPORT-EACH-APPLICATION.
    PERFORM 5100-REPORT-ONE-APPLICATION VARYING SUB3 FROM 1 BY 1
        UNTIL SUB3 > APP-COUNT.
*
5100-REPORT-ONE-APPLICATION.
    PERFORM 5150-READ-OWNER-AND-EMAIL.

    MOVE APT-APPLICATION-ID (SUB3) TO WH-APPLICATION-ID.
    MOVE WS-OWNER-PERSON-ID        TO WH-OWNER-PERSON-ID.

    OPEN OUTPUT ROSTER-MAIL-FILE.

    MOVE WS-APP-HEADING TO ROSTER-MAIL-LINE.
    WRITE ROSTER-MAIL-LINE.
    MOVE WS-TITLE-LINE  TO ROSTER-MAIL-LINE.
    WRITE ROSTER-MAIL-LINE.
    MOVE SPACES TO ROSTER-MAIL-LINE.
    WRITE ROSTER-MAIL-LINE.

    MOVE WS-APP-HEADING TO ROSTER-REPORT-LINE.
    WRITE ROSTER-REPORT-LINE.

    MOVE ZERO             TO APP-EXCEPTION-COUNT.
    MOVE WINDOW-START-BIN TO WS-COVERED-TO-BIN.

    PERFORM 7000-START_TRAN_RO.

    PERFORM 5200-CHECK-ONE-ROW THRU 5200-CHECK-ONE-ROW-END
        VARYING SUB1 FROM 1 BY 1
        UNTIL SUB1 > ROSTER-COUNT.

    PERFORM 7800-CMT_TRAN.

*   WHATEVER IS LEFT AFTER THE LAST ROW'S END IS UNCOVERED
    IF WS-COVERED-TO-BIN < WINDOW-END-BIN
        MOVE "GAP"             TO WE-EXCEPTION-TYPE
        MOVE WS-COVERED-TO-BIN TO WS-FMT-BIN
        PERFORM 8800-FORMAT-TIME
        MOVE WS-FMT-TEXT       TO WE-FROM-TEXT
        MOVE WINDOW-END-BIN    TO WS-FMT-BIN
        PERFORM 8800-FORMAT-TIME
        MOVE WS-FMT-TEXT       TO WE-TO-TEXT
        MOVE SPACES            TO WE-PERSON-ID
        MOVE "NOBODY ON CALL"  TO WE-DETAIL
        PERFORM 5900-WRITE-EXCEPTION-LINE
    END-IF.

    IF APP-EXCEPTION-COUNT = ZERO
        MOVE WS-CLEAN-LINE TO ROSTER-REPORT-LINE
        WRITE ROSTER-REPORT-LINE
    END-IF.

    MOVE SPACES TO ROSTER-REPORT-LINE.
    WRITE ROSTER-REPORT-LINE.

    CLOSE ROSTER-MAIL-FILE.

*   A FULLY COVERED APPLICATION DOES NOT TROUBLE ITS OWNER
    IF APP-EXCEPTION-COUNT > ZERO AND WS-OWNER-EMAIL NOT = SPACES
        PERFORM 5700-SPAWN-OWNER-MAIL
    END-IF.
*
5150-READ-OWNER-AND-EMAIL.
    MOVE SPACES TO WS-OWNER-PERSON-ID.
    MOVE SPACES TO WS-OWNER-EMAIL.

    PERFORM 7000-START_TRAN_RO.

    MOVE APT-APPLICATION-ID (SUB3)
      TO APPLICATION_ID OF APPLICATION_DETAILS_REC.

    CALL "ET_SS_APPLICATION_OWNER" USING SQLCA
                                 APPLICATION_ID  OF APPLICATION_DETAILS_REC
                                 WS-OWNER-PERSON-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON APPLICATION_OWNER_SS CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF WS-OWNER-PERSON-ID NOT = SPACES
        MOVE WS-OWNER-PERSON-ID TO PERSON_ID OF PERSON_DETAILS_REC

        CALL "ET_SS_PERSON_EMAIL" USING SQLCA
                                      PERSON_ID    OF PERSON_DETAILS_REC
                                      PERSON_EMAIL OF PERSON_DETAILS_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            MOVE PERSON_EMAIL OF PERSON_DETAILS_REC TO WS-OWNER-EMAIL
        WHEN SQL_NOT_FOUND
            MOVE ZERO TO SQLCODE
        WHEN OTHER
            DISPLAY "ERROR ON PERSON_EMAIL_SS CODE=" SQLCODE
                    WITH CONVERSION
            GO TO 9900-EXIT
        END-EVALUATE
    END-IF.

    PERFORM 7800-CMT_TRAN.
*
5200-CHECK-ONE-ROW.
    IF RST-APPLICATION-ID (SUB1) NOT = APT-APPLICATION-ID (SUB3)
        GO TO 5200-CHECK-ONE-ROW-END
    END-IF.

*   ROWS ARRIVE IN START ORDER, SO A START BEYOND EVERYTHING COVERED
*   SO FAR LEAVES A HOLE IN FRONT OF IT
    IF RST-EFFECTIVE-FROM (SUB1) > WS-COVERED-TO-BIN
        MOVE "GAP"                     TO WE-EXCEPTION-TYPE
        MOVE WS-COVERED-TO-BIN         TO WS-FMT-BIN
        PERFORM 8800-FORMAT-TIME
        MOVE WS-FMT-TEXT               TO WE-FROM-TEXT
        MOVE RST-EFFECTIVE-FROM (SUB1) TO WS-FMT-BIN
        PERFORM 8800-FORMAT-TIME
        MOVE WS-FMT-TEXT               TO WE-TO-TEXT
        MOVE SPACES                    TO WE-PERSON-ID
        MOVE "NOBODY ON CALL"          TO WE-DETAIL
        PERFORM 5900-WRITE-EXCEPTION-LINE
    END-IF.

    PERFORM 5300-CHECK-OVERLAP VARYING SUB2 FROM 1 BY 1
        UNTIL SUB2 NOT < SUB1.

    IF RST-EFFECTIVE-TO (SUB1) > WS-COVERED-TO-BIN
        MOVE RST-EFFECTIVE-TO (SUB1) TO WS-COVERED-TO-BIN
    END-IF.

    PERFORM 5400-CHECK-PERSON-LEAVE.

    PERFORM 5500-CHECK-PERSON-SKILL.
*
5200-CHECK-ONE-ROW-END.
    EXIT.
*
5300-CHECK-OVERLAP.
*   AN EARLIER ROW OF THE SAME APPLICATION STILL RUNNING WHEN THIS ONE
*   STARTS - LIST THE SHARED STRETCH AND BOTH PEOPLE
    IF RST-APPLICATION-ID (SUB2) = RST-APPLICATION-ID (SUB1)
       AND RST-EFFECTIVE-TO (SUB2) > RST-EFFECTIVE-FROM (SUB1)
        MOVE RST-EFFECTIVE-TO (SUB2) TO WS-OVERLAP-TO-BIN
        IF RST-EFFECTIVE-TO (SUB1) < WS-OVERLAP-TO-BIN
            MOVE RST-EFFECTIVE-TO (SUB1) TO WS-OVERLAP-TO-BIN
        END-IF
        MOVE "OVERLAP"                 TO WE-EXCEPTION-TYPE
        MOVE RST-EFFECTIVE-FROM (SUB1) TO WS-FMT-BIN
        PERFORM 8800-FORMAT-TIME
        MOVE WS-FMT-TEXT               TO WE-FROM-TEXT
        MOVE WS-OVERLAP-TO-BIN         TO WS-FMT-BIN
        PERFORM 8800-FORMAT-TIME
        MOVE WS-FMT-TEXT               TO WE-TO-TEXT
        MOVE RST-PERSON-ID (SUB1)      TO WE-PERSON-ID
        MOVE SPACES                    TO WE-DETAIL
        STRING "ALSO ROSTERED - "      DELIMITED BY SIZE
               RST-PERSON-ID (SUB2)    DELIMITED BY SIZE
          INTO WE-DETAIL
        PERFORM 5900-WRITE-EXCEPTION-LINE
    END-IF.
*
5400-CHECK-PERSON-LEAVE.
    MOVE RST-PERSON-ID (SUB1) TO PERSON_ID OF PERSON_DETAILS_REC.

    CALL "ET_SS_PERSON_LEAVE" USING SQLCA
                                  PERSON_ID      OF PERSON_DETAILS_REC
                                  AWAY_FROM_DATE OF PERSON_DETAILS_REC
                                  BACK_ON_DATE   OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF AWAY_FROM_DATE OF PERSON_DETAILS_REC NOT = ZERO
           AND AWAY_FROM_DATE OF PERSON_DETAILS_REC
               < RST-EFFECTIVE-TO (SUB1)
           AND ( BACK_ON_DATE OF PERSON_DETAILS_REC = ZERO
              OR BACK_ON_DATE OF PERSON_DETAILS_REC
                 > RST-EFFECTIVE-FROM (SUB1) )
            PERFORM 5410-LIST-LEAVE
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_AWAY_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
5410-LIST-LEAVE.
    MOVE AWAY_FROM_DATE OF PERSON_DETAILS_REC TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT TO WS-AWAY-TEXT.

    IF BACK_ON_DATE OF PERSON_DETAILS_REC = ZERO
        MOVE "NO RETURN DATE" TO WS-BACK-TEXT
    ELSE
        MOVE BACK_ON_DATE OF PERSON_DETAILS_REC TO WS-FMT-BIN
        PERFORM 8800-FORMAT-TIME
        MOVE WS-FMT-TEXT TO WS-BACK-TEXT
    END-IF.

    MOVE SPACES TO WE-DETAIL.
    STRING "AWAY "              DELIMITED BY SIZE
           WS-AWAY-TEXT (1:11)  DELIMITED BY SIZE
           " BACK "             DELIMITED BY SIZE
           WS-BACK-TEXT         DELIMITED BY SIZE
      INTO WE-DETAIL.

    MOVE "ON LEAVE" TO WE-EXCEPTION-TYPE.
    PERFORM 5800-SET-ROW-TIMES.
    PERFORM 5900-WRITE-EXCEPTION-LINE.
*
5500-CHECK-PERSON-SKILL.
    MOVE RST-PERSON-ID      (SUB1) TO PERSON_ID      OF SKILL_DETAILS_REC.
    MOVE RST-APPLICATION-ID (SUB1) TO APPLICATION_ID OF SKILL_DETAILS_REC.

    CALL "ET_SS_SKILL_DETAILS" USING SQLCA
                                PERSON_ID        OF SKILL_DETAILS_REC
                                APPLICATION_ID   OF SKILL_DETAILS_REC
                                SKILL_LEVEL      OF SKILL_DETAILS_REC
                                REC_USER         OF SKILL_DETAILS_REC
                                REC_TMSTAMP      OF SKILL_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
        MOVE "NO SKILL" TO WE-EXCEPTION-TYPE
        MOVE "NO SKILL_DETAILS ROW FOR THIS APPLICATION"
          TO WE-DETAIL
        PERFORM 5800-SET-ROW-TIMES
        PERFORM 5900-WRITE-EXCEPTION-LINE
    WHEN OTHER
        DISPLAY "ERROR OF SKILL_DETAILS_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5700-SPAWN-OWNER-MAIL.
    MOVE SPACES TO WS-MAIL-COMMAND.

    STRING "MAIL/SUBJECT=""ON-CALL ROSTER GAPS AND CONFLICTS"" "
                                        DELIMITED BY SIZE
           "ROSTER_MAIL_TMP """         DELIMITED BY SIZE
           WS-OWNER-EMAIL               DELIMITED BY SPACE
           """"                         DELIMITED BY SIZE
      INTO WS-MAIL-COMMAND.

    CALL "LIB$SPAWN" USING BY DESCRIPTOR WS-MAIL-COMMAND
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                     GIVING ERR_RET.

    IF ERR_RET IS SUCCESS
        ADD 1 TO OWNERS-MAILED-COUNT
    END-IF.
*
5800-SET-ROW-TIMES.
    MOVE RST-EFFECTIVE-FROM (SUB1) TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT               TO WE-FROM-TEXT.
    MOVE RST-EFFECTIVE-TO (SUB1)   TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT               TO WE-TO-TEXT.
    MOVE RST-PERSON-ID (SUB1)      TO WE-PERSON-ID.
*
5900-WRITE-EXCEPTION-LINE.
    ADD 1 TO APP-EXCEPTION-COUNT.
    ADD 1 TO EXCEPTION-COUNT.

    MOVE WS-EXCEPTION-LINE TO ROSTER-REPORT-LINE.
    WRITE ROSTER-REPORT-LINE.
    MOVE WS-EXCEPTION-LINE TO ROSTER-MAIL-LINE.
    WRITE ROSTER-MAIL-LINE.
/
6100-PRINT-TOTALS.
    MOVE SPACES TO ROSTER-REPORT-LINE.
    WRITE ROSTER-REPORT-LINE.

    MOVE EXCEPTION-COUNT     TO WT-EXCEPTION-COUNT.
    MOVE WS-TOTALS-LINE      TO ROSTER-REPORT-LINE.
    WRITE ROSTER-REPORT-LINE.

    MOVE OWNERS-MAILED-COUNT TO WT-OWNERS-MAILED.
    MOVE WS-MAILED-LINE      TO ROSTER-REPORT-LINE.
    WRITE ROSTER-REPORT-LINE.
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
    CLOSE ROSTER-REPORT-FILE.
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
*   READ_COUNT CARRIES THE ROSTER ROWS INSIDE THE WINDOW, UPDATE_COUNT
*   THE OWNER PAGES MAILED AND REJECT_COUNT THE EXCEPTIONS LISTED
    MOVE ROSTER-ROW-COUNT    TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE OWNERS-MAILED-COUNT TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE EXCEPTION-COUNT     TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
9300-DISTRIBUTE-REPORT.
*   EVERY PERSON ON THE REPORT_DISTRIBUTION LIST FOR THIS REPORT IS
*   MAILED THE OUTPUT FILE
    MOVE ZERO TO DIST-RECIP-COUNT.

    CALL "ET_ST_RO_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RO NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.

    MOVE JOB-LOG-NAME TO REPORT_NAME OF REPORT_DISTRIBUTION_REC.

    CALL "ET_OC_REPORT_DISTRIBUTION" USING SQLCA
                                 REPORT_NAME OF REPORT_DISTRIBUTION_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REPORT_DIST_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 9310-FETCH-ONE-RECIPIENT UNTIL NOT SQL_SUCCESS
                                     OR DIST-RECIP-COUNT >= 20.

    CALL "ET_CC_REPORT_DISTRIBUTION" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REPORT_DIST_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 9330-READ-ONE-EMAIL VARYING DIST-RECIP-SUB FROM 1 BY 1
                           UNTIL DIST-RECIP-SUB > DIST-RECIP-COUNT.

    CALL "ET_CMT_TRN" USING SQLCA.
    MOVE "N" TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO SQLCODE.

    DISPLAY "REPORT COPIES MAILED = " DIST-SENT-COUNT WITH CONVERSION.
*
9310-FETCH-ONE-RECIPIENT.
    CALL "ET_FC_REPORT_DISTRIBUTION" USING SQLCA
                                 PERSON_ID   OF REPORT_DISTRIBUTION_REC
                                 REC_USER    OF REPORT_DISTRIBUTION_REC
                                 REC_TMSTAMP OF REPORT_DISTRIBUTION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO DIST-RECIP-COUNT
        MOVE PERSON_ID OF REPORT_DISTRIBUTION_REC
          TO DIST-RECIP-ID (DIST-RECIP-COUNT)
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REPORT_DIST_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
9330-READ-ONE-EMAIL.
    MOVE DIST-RECIP-ID (DIST-RECIP-SUB)
      TO PERSON_ID OF PERSON_DETAILS_REC.

    MOVE SPACES TO WS-DIST-EMAIL.

    CALL "ET_SS_PERSON_EMAIL" USING SQLCA
                                      PERSON_ID    OF PERSON_DETAILS_REC
                                      PERSON_EMAIL OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE PERSON_EMAIL OF PERSON_DETAILS_REC TO WS-DIST-EMAIL
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_EMAIL_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF WS-DIST-EMAIL NOT = SPACES
        PERFORM 9340-SPAWN-DIST-MAIL
    END-IF.
*
9340-SPAWN-DIST-MAIL.
    MOVE SPACES TO WS-DIST-MAIL-COMMAND.

    STRING "MAIL/SUBJECT=""EZITRAK116 ON-CALL COVERAGE"" SYS$PRINT """
                                              DELIMITED BY SIZE
           WS-DIST-EMAIL                      DELIMITED BY SPACE
           """"                               DELIMITED BY SIZE
      INTO WS-DIST-MAIL-COMMAND.

    CALL "LIB$SPAWN" USING BY DESCRIPTOR WS-DIST-MAIL-COMMAND
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                            OMITTED
                     GIVING ERR_RET.

    IF ERR_RET IS SUCCESS
        ADD 1 TO DIST-SENT-COUNT
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
* **************** END OF SOURCE EZITRAK116 ****************
