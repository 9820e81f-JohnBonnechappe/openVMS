IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK101                                                 *
*   Program Name : Quarterly Application Access Recertification               *
*   Summary      : Quarterly access recertification run for the application *
*                  owners. Every PERSON_APPLICATION grant is read and       *
*                  grouped by APPLICATION_ID, and each line shows the       *
*                  grantee, whether they hold the PERSON_DETAILS            *
*                  SUPERVISOR_FLAG or any USER_AUTHORITY right, and the     *
*                  date of their last USAGE_LOG session start; anyone with  *
*                  no session for more than DORMANT-DAYS (90, or the        *
*                  EZITRAK101_DORMANT_DAYS parameter) is flagged DORMANT,   *
*                  as is anyone with no session on file at all. One         *
*                  ACCESS_REVIEW row is written per line under this run's   *
*                  REVIEW_TMSTAMP, with a deadline DEADLINE-DAYS ahead (21, *
*                  or EZITRAK101_DEADLINE_DAYS). The lists are printed, and *
*                  each OWNER_PERSON_ID's lists (all of the applications    *
*                  they own, together) are written to the OWNER_MAIL_TMP    *
*                  scratch file and mailed to their PERSON_EMAIL the        *
*                  EZITRAK088 way, asking them to record keep or revoke per *
*                  line on EZITRAK102. An application with no owner is      *
*                  printed under NO OWNER and not mailed, so it can only    *
*                  ever appear on the exceptions report. Run with "E" on    *
*                  SYS$COMMAND, the job instead prints the exceptions       *
*                  report - every ACCESS_REVIEW line still undecided after  *
*                  its deadline, by owner and application - for the         *
*                  auditors. Scheduled by operations at each quarter start  *
*                  (and the "E" run after the deadline); it is not part of  *
*                  the EZITRAK026 nightly chain.                            *
*                                                                             *
*   TABLES  USED : PERSON_APPLICATION   (Input)                              *
*                  APPLICATION_DETAILS  (Input)                              *
*                  PERSON_DETAILS       (Input)                              *
*                  USER_AUTHORITY       (Input)                              *
*                  USAGE_LOG            (Input)                              *
*                  SYSTEM_PARAMETER     (Input)                              *
*                  ACCESS_REVIEW        (Input-Output)                       *
*                  JOB_RUN_LOG          (Output)                             *
*                                                                             *
*   NOTE         : ACCESS_REVIEW is a new CDD table, not yet generated,     *
*                  keyed on REVIEW_TMSTAMP + APPLICATION_ID + PERSON_ID:    *
*                  REVIEW_TMSTAMP PIC S9(11)V9(7) COMP (the build run's     *
*                  start), APPLICATION_ID PIC X(4), PERSON_ID PIC X(8),     *
*                  OWNER_PERSON_ID PIC X(8), SUPERVISOR_FLAG PIC X,         *
*                  AUTHORITY_FLAG PIC X, LAST_SESSION_TMSTAMP PIC           *
*                  S9(11)V9(7) COMP (zero when no session is on file),      *
*                  DORMANT_FLAG PIC X, DEADLINE_TMSTAMP PIC S9(11)V9(7)     *
*                  COMP, DECISION_CODE PIC X (space undecided, "K" keep,    *
*                  "R" revoke), DECISION_USER PIC X(8) and DECISION_TMSTAMP *
*                  PIC S9(11)V9(7) COMP. A DBA/CDD maintainer needs to      *
*                  create the table and generate ET_IR_ACCESS_REVIEW and    *
*                  the exceptions cursor ET_OC/FC/CC_ACCESS_REVIEW_OVERDUE  *
*                  (CURRENT time in; rows with DECISION_CODE space and      *
*                  DEADLINE_TMSTAMP before it, ordered by OWNER_PERSON_ID,  *
*                  APPLICATION_ID, PERSON_ID). The review screen's cursor   *
*                  and SS/UR modules are described in EZITRAK1023's header. *
*                                                                             *
*   NOTE         : the last session comes from a new narrow                 *
*                  ET_SS_LAST_USAGE_SESSION (PERSON_ID in, the newest       *
*                  USAGE_LOG REC_TMSTAMP with EVENT_FLAG "S" out,           *
*                  SQL_NOT_FOUND when there is none). EZITRAK084 trims      *
*                  USAGE_LOG under LOG_RETENTION, so its USAGE_LOG          *
*                  retention must stay above DORMANT-DAYS or active people  *
*                  will show as never seen. The grant scan is the existing  *
*                  ET_OC/FC/CC_PERSON_APPLICATION cursor with a blank       *
*                  PERSON_ID, as EZITRAK0583 reads it. At most 2000 grants  *
*                  and 100 applications are held; beyond that the run warns *
*                  and the remainder are not reviewed.                      *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK101.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REVIEW-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OWNER-MAIL-FILE ASSIGN TO "OWNER_MAIL_TMP"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  REVIEW-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  REVIEW-REPORT-LINE                              PIC X(132).

FD  OWNER-MAIL-FILE
    LABEL RECORDS ARE STANDARD.
01  OWNER-MAIL-LINE                                 PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.PERSON_APPLICATION_REC"    from dictionary.
    copy "EZITRAK_CDD.APPLICATION_DETAILS_REC"   from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"        from dictionary.
    copy "EZITRAK_CDD.USER_AUTHORITY_REC"        from dictionary.
    copy "EZITRAK_CDD.USAGE_LOG_REC"             from dictionary.
    copy "EZITRAK_CDD.ACCESS_REVIEW_REC"         from dictionary.
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

 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  ONE-DAY-BIN                                 PIC S9(11)V9(7) COMP
                                                    VALUE 864000000000.
 01  WS-SPAN-BIN                                 PIC S9(11)V9(7) COMP.
 01  DORMANT-CUTOFF-BIN                          PIC S9(11)V9(7) COMP.
 01  DEADLINE-BIN                                PIC S9(11)V9(7) COMP.
 01  DORMANT-DAYS                                PIC S9(9) COMP VALUE 90.
 01  DEADLINE-DAYS                               PIC S9(9) COMP VALUE 21.
 01  WS-RUN-MODE                                 PIC X.
 01  WS-PARAMETER-FOUND-FLAG                     PIC X.
 01  WS-PARAMETER-VALUE-TEXT                     PIC X(12).
 01  WS-PARAMETER-VALUE-NUM REDEFINES WS-PARAMETER-VALUE-TEXT
                                                 PIC 9(12).
 01  WS-PARAMETER-SHIFT-TEXT                     PIC X(12).

 01  WS-DATE-BIN                                 PIC S9(11)V9(7) COMP.
 01  WS-DATE-TEXT                                PIC X(23).
 01  WS-DEADLINE-TEXT                            PIC X(11).

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB2                                        PIC S9(4) COMP.
 01  SUB3                                        PIC S9(4) COMP.
 01  FOUND-FLAG                                  PIC X.
 01  GRANT-COUNT                                 PIC S9(4) COMP.
 01  GRANT-MAX                                   PIC S9(4) COMP VALUE 2000.
 01  GRANT-TRUNC-FLAG                            PIC X VALUE "N".
 01  GRANT-TABLE.
     05  GRANT-ENTRY OCCURS 2000 TIMES.
         10  GRT-APPLICATION-ID                  PIC X(4).
         10  GRT-PERSON-ID                       PIC X(8).
 01  APP-COUNT                                   PIC S9(4) COMP.
 01  APP-MAX                                     PIC S9(4) COMP VALUE 100.
 01  APP-TRUNC-FLAG                              PIC X VALUE "N".
 01  APP-TABLE.
     05  APP-ENTRY OCCURS 100 TIMES.
         10  APT-APPLICATION-ID                  PIC X(4).
         10  APT-OWNER-PERSON-ID                 PIC X(8).
         10  APT-OWNER-EMAIL                     PIC X(40).
         10  APT-DONE-FLAG                       PIC X.

 01  GRANT-ROW-COUNT                             PIC S9(9) COMP VALUE 0.
 01  REVIEW-LINE-COUNT                           PIC S9(9) COMP VALUE 0.
 01  DORMANT-LINE-COUNT                          PIC S9(9) COMP VALUE 0.
 01  OWNERS-MAILED-COUNT                         PIC S9(9) COMP VALUE 0.
 01  OVERDUE-LINE-COUNT                          PIC S9(9) COMP VALUE 0.
 01  WS-OWNER-PERSON-ID                          PIC X(8).
 01  WS-OWNER-EMAIL                              PIC X(40).
 01  WS-MAIL-COMMAND                             PIC X(132).
 01  WS-LAST-OWNER-ID                            PIC X(8).
 01  WS-LAST-APPLICATION-ID                      PIC X(4).

 01  WS-APP-HEADING.
     05  FILLER                                  PIC X(21) VALUE
                                                    "ACCESS REVIEW - APP  ".
     05  WH-APPLICATION-ID                       PIC X(4).
     05  FILLER                                  PIC X(8)  VALUE "  OWNER ".
     05  WH-OWNER-PERSON-ID                      PIC X(8).
     05  FILLER                                  PIC X(13) VALUE
                                                    "  DECIDE BY  ".
     05  WH-DEADLINE                             PIC X(11).

 01  WS-COLUMN-HEADING.
     05  FILLER                                  PIC X(12) VALUE
                                                    "  PERSON    ".
     05  FILLER                                  PIC X(31) VALUE "NAME".
     05  FILLER                                  PIC X(11) VALUE
                                                    "SUPV AUTH  ".
     05  FILLER                                  PIC X(14) VALUE
                                                    "LAST SESSION  ".
     05  FILLER                                  PIC X(7)  VALUE "DORMANT".

 01  WS-DETAIL-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-PERSON-ID                            PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-PERSON-DESC                          PIC X(30).
     05  FILLER                                  PIC X(3)  VALUE SPACES.
     05  WD-SUPERVISOR-FLAG                      PIC X.
     05  FILLER                                  PIC X(4)  VALUE SPACES.
     05  WD-AUTHORITY-FLAG                       PIC X.
     05  FILLER                                  PIC X(3)  VALUE SPACES.
     05  WD-LAST-SESSION                         PIC X(11).
     05  FILLER                                  PIC X(3)  VALUE SPACES.
     05  WD-DORMANT                              PIC X(7).

 01  WS-OVERDUE-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WO-OWNER-PERSON-ID                      PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WO-APPLICATION-ID                       PIC X(4).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WO-PERSON-ID                            PIC X(8).
     05  FILLER                                  PIC X(3)  VALUE SPACES.
     05  WO-SUPERVISOR-FLAG                      PIC X.
     05  FILLER                                  PIC X(4)  VALUE SPACES.
     05  WO-AUTHORITY-FLAG                       PIC X.
     05  FILLER                                  PIC X(3)  VALUE SPACES.
     05  WO-DORMANT-FLAG                         PIC X.
     05  FILLER                                  PIC X(6)  VALUE SPACES.
     05  WO-DEADLINE                             PIC X(11).

 01  WS-TOTALS-LINE.
     05  WT-CAPTION                              PIC X(22).
     05  WT-COUNT                                PIC ZZZZZZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK101".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    IF WS-RUN-MODE = "E"
        PERFORM 6000-EXCEPTIONS-REPORT
    ELSE
        PERFORM 3000-LOAD-GRANTS
        PERFORM 4000-READ-APPLICATION-OWNERS
        PERFORM 5000-REVIEW-EACH-OWNER
    END-IF.

    PERFORM 6900-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO GRANT-COUNT.
    MOVE ZERO TO APP-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE SPACES TO WS-RUN-MODE.
    ACCEPT WS-RUN-MODE FROM SYS$COMMAND.

    MOVE "EZITRAK101_DORMANT_DAYS" TO PARAMETER_NAME
                                           OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO DORMANT-DAYS
    END-IF.

    MOVE "EZITRAK101_DEADLINE_DAYS" TO PARAMETER_NAME
                                            OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO DEADLINE-DAYS
    END-IF.

    MOVE ONE-DAY-BIN TO WS-SPAN-BIN.
    MULTIPLY DORMANT-DAYS BY WS-SPAN-BIN.
    SUBTRACT WS-SPAN-BIN FROM CURRENT_DATE_BIN
        GIVING DORMANT-CUTOFF-BIN.

    MOVE ONE-DAY-BIN TO WS-SPAN-BIN.
    MULTIPLY DEADLINE-DAYS BY WS-SPAN-BIN.
    ADD WS-SPAN-BIN TO CURRENT_DATE_BIN
        GIVING DEADLINE-BIN.

    MOVE DEADLINE-BIN TO WS-DATE-BIN.
    PERFORM 8800-FORMAT-DATE.
    MOVE WS-DATE-TEXT (1:11) TO WS-DEADLINE-TEXT.

    OPEN OUTPUT REVIEW-REPORT-FILE.

    IF WS-RUN-MODE = "E"
        MOVE "ACCESS REVIEW EXCEPTIONS - LINES NOT DECIDED BY THE DEADLINE"
          TO REVIEW-REPORT-LINE
    ELSE
        MOVE "QUARTERLY APPLICATION ACCESS RECERTIFICATION"
          TO REVIEW-REPORT-LINE
    END-IF.
    WRITE REVIEW-REPORT-LINE.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    WRITE REVIEW-REPORT-LINE.
/
3000-LOAD-GRANTS.
*   EVERY GRANT IS HELD FIRST SO THE LISTS CAN BE WRITTEN OWNER BY
*   OWNER - THE CURSOR RETURNS THEM IN PERSON ORDER
    PERFORM 7000-START_TRAN_RO.

    MOVE SPACES TO PERSON_ID OF PERSON_APPLICATION_REC.

    CALL "ET_OC_PERSON_APPLICATION" USING SQLCA
                                 PERSON_ID OF PERSON_APPLICATION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_APP_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-GRANT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PERSON_APPLICATION" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_APP_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.
*
3100-FETCH-ONE-GRANT.
    CALL "ET_FC_PERSON_APPLICATION" USING SQLCA
                                 PERSON_ID      OF PERSON_APPLICATION_REC
                                 APPLICATION_ID OF PERSON_APPLICATION_REC
                                 REC_USER       OF PERSON_APPLICATION_REC
                                 REC_TMSTAMP    OF PERSON_APPLICATION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO GRANT-ROW-COUNT
        PERFORM 3200-HOLD-ONE-GRANT THRU 3200-HOLD-ONE-GRANT-END
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_APP_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3200-HOLD-ONE-GRANT.
    PERFORM 3300-FIND-APPLICATION-SLOT.

    IF SUB2 = ZERO
        GO TO 3200-HOLD-ONE-GRANT-END
    END-IF.

    IF GRANT-COUNT < GRANT-MAX
        ADD 1 TO GRANT-COUNT
        MOVE APPLICATION_ID OF PERSON_APPLICATION_REC
          TO GRT-APPLICATION-ID (GRANT-COUNT)
        MOVE PERSON_ID      OF PERSON_APPLICATION_REC
          TO GRT-PERSON-ID      (GRANT-COUNT)
    ELSE
        IF GRANT-TRUNC-FLAG = "N"
            DISPLAY "MORE THAN 2000 GRANTS - REMAINDER NOT REVIEWED"
                    WITH CONVERSION
            MOVE "Y" TO GRANT-TRUNC-FLAG
        END-IF
    END-IF.
*
3200-HOLD-ONE-GRANT-END.
    EXIT.
*
3300-FIND-APPLICATION-SLOT.
    MOVE ZERO TO SUB2.
    MOVE "N"  TO FOUND-FLAG.

    PERFORM 3310-MATCH-ONE-SLOT VARYING SUB1 FROM 1 BY 1
        UNTIL SUB1 > APP-COUNT OR FOUND-FLAG = "Y".

    IF FOUND-FLAG = "N"
        IF APP-COUNT < APP-MAX
            ADD 1 TO APP-COUNT
            MOVE APP-COUNT TO SUB2
            MOVE APPLICATION_ID OF PERSON_APPLICATION_REC
              TO APT-APPLICATION-ID  (SUB2)
            MOVE SPACES TO APT-OWNER-PERSON-ID (SUB2)
            MOVE SPACES TO APT-OWNER-EMAIL     (SUB2)
            MOVE "N"    TO APT-DONE-FLAG       (SUB2)
        ELSE
            IF APP-TRUNC-FLAG = "N"
                DISPLAY "MORE THAN 100 APPLICATIONS - REMAINDER NOT REVIEWED"
                        WITH CONVERSION
                MOVE "Y" TO APP-TRUNC-FLAG
            END-IF
        END-IF
    END-IF.
*
3310-MATCH-ONE-SLOT.
    IF APT-APPLICATION-ID (SUB1)
       = APPLICATION_ID OF PERSON_APPLICATION_REC
        MOVE SUB1 TO SUB2
        MOVE "Y"  TO FOUND-FLAG
    END-IF.
/
4000-READ-APPLICATION-OWNERS.
    PERFORM 4100-READ-OWNER-AND-EMAIL VARYING SUB2 FROM 1 BY 1
        UNTIL SUB2 > APP-COUNT.
*
4100-READ-OWNER-AND-EMAIL.
    MOVE SPACES TO WS-OWNER-PERSON-ID.
    MOVE SPACES TO WS-OWNER-EMAIL.

    PERFORM 7000-START_TRAN_RO.

    MOVE APT-APPLICATION-ID (SUB2)
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

    MOVE WS-OWNER-PERSON-ID TO APT-OWNER-PERSON-ID (SUB2).
    MOVE WS-OWNER-EMAIL     TO APT-OWNER-EMAIL     (SUB2).
/
5000-REVIEW-EACH-OWNER.
    PERFORM 5100-REVIEW-ONE-OWNER THRU 5100-REVIEW-ONE-OWNER-END
        VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > APP-COUNT.
*
5100-REVIEW-ONE-OWNER.
*   THE FIRST APPLICATION NOT YET LISTED STARTS A NEW OWNER - ALL OF
*   THAT OWNER'S APPLICATIONS GO INTO THE ONE MAIL
    IF APT-DONE-FLAG (SUB2) = "Y"
        GO TO 5100-REVIEW-ONE-OWNER-END
    END-IF.

    MOVE APT-OWNER-PERSON-ID (SUB2) TO WS-OWNER-PERSON-ID.
    MOVE APT-OWNER-EMAIL     (SUB2) TO WS-OWNER-EMAIL.

    OPEN OUTPUT OWNER-MAIL-FILE.

    MOVE "QUARTERLY ACCESS REVIEW FOR THE APPLICATIONS YOU OWN."
      TO OWNER-MAIL-LINE.
    WRITE OWNER-MAIL-LINE.
    MOVE SPACES TO OWNER-MAIL-LINE.
    STRING "PLEASE RECORD KEEP (K) OR REVOKE (R) FOR EVERY LINE ON"
                                            DELIMITED BY SIZE
           " EZITRAK102 BY "                DELIMITED BY SIZE
           WS-DEADLINE-TEXT                 DELIMITED BY SIZE
           "."                              DELIMITED BY SIZE
      INTO OWNER-MAIL-LINE.
    WRITE OWNER-MAIL-LINE.
    MOVE SPACES TO OWNER-MAIL-LINE.
    WRITE OWNER-MAIL-LINE.

    PERFORM 5200-REVIEW-ONE-APPLICATION THRU 5200-REVIEW-ONE-APPLICATION-END
        VARYING SUB3 FROM SUB2 BY 1 UNTIL SUB3 > APP-COUNT.

    CLOSE OWNER-MAIL-FILE.

    IF WS-OWNER-PERSON-ID NOT = SPACES
       AND WS-OWNER-EMAIL NOT = SPACES
        PERFORM 5700-SPAWN-OWNER-MAIL
    END-IF.
*
5100-REVIEW-ONE-OWNER-END.
    EXIT.
*
5200-REVIEW-ONE-APPLICATION.
    IF APT-DONE-FLAG (SUB3) = "Y"
       OR APT-OWNER-PERSON-ID (SUB3) NOT = WS-OWNER-PERSON-ID
        GO TO 5200-REVIEW-ONE-APPLICATION-END
    END-IF.

    MOVE "Y" TO APT-DONE-FLAG (SUB3).

    MOVE APT-APPLICATION-ID (SUB3) TO WH-APPLICATION-ID.
    IF WS-OWNER-PERSON-ID = SPACES
        MOVE "NO OWNER"             TO WH-OWNER-PERSON-ID
    ELSE
        MOVE WS-OWNER-PERSON-ID     TO WH-OWNER-PERSON-ID
    END-IF.
    MOVE WS-DEADLINE-TEXT           TO WH-DEADLINE.

    MOVE WS-APP-HEADING TO REVIEW-REPORT-LINE.
    WRITE REVIEW-REPORT-LINE AFTER ADVANCING PAGE.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    WRITE REVIEW-REPORT-LINE.
    MOVE WS-COLUMN-HEADING TO REVIEW-REPORT-LINE.
    WRITE REVIEW-REPORT-LINE.

    MOVE WS-APP-HEADING TO OWNER-MAIL-LINE.
    WRITE OWNER-MAIL-LINE.
    MOVE WS-COLUMN-HEADING TO OWNER-MAIL-LINE.
    WRITE OWNER-MAIL-LINE.

    PERFORM 7100-START_TRAN_RW.

    PERFORM 5300-REVIEW-ONE-GRANT THRU 5300-REVIEW-ONE-GRANT-END
        VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > GRANT-COUNT.

    PERFORM 7800-CMT_TRAN.

    MOVE SPACES TO OWNER-MAIL-LINE.
    WRITE OWNER-MAIL-LINE.
*
5200-REVIEW-ONE-APPLICATION-END.
    EXIT.
*
5300-REVIEW-ONE-GRANT.
    IF GRT-APPLICATION-ID (SUB1) NOT = APT-APPLICATION-ID (SUB3)
        GO TO 5300-REVIEW-ONE-GRANT-END
    END-IF.

    INITIALIZE ACCESS_REVIEW_REC.

    MOVE CURRENT_DATE_BIN          TO REVIEW_TMSTAMP   OF ACCESS_REVIEW_REC.
    MOVE GRT-APPLICATION-ID (SUB1) TO APPLICATION_ID   OF ACCESS_REVIEW_REC.
    MOVE GRT-PERSON-ID      (SUB1) TO PERSON_ID        OF ACCESS_REVIEW_REC.
    MOVE WS-OWNER-PERSON-ID        TO OWNER_PERSON_ID  OF ACCESS_REVIEW_REC.
    MOVE DEADLINE-BIN              TO DEADLINE_TMSTAMP OF ACCESS_REVIEW_REC.
    MOVE SPACE                     TO DECISION_CODE    OF ACCESS_REVIEW_REC.
    MOVE SPACES                    TO DECISION_USER    OF ACCESS_REVIEW_REC.
    MOVE ZERO                      TO DECISION_TMSTAMP OF ACCESS_REVIEW_REC.

    PERFORM 5310-GET-PERSON-RIGHTS.

    PERFORM 5320-GET-LAST-SESSION.

    CALL "ET_IR_ACCESS_REVIEW" USING SQLCA
                         REVIEW_TMSTAMP       OF ACCESS_REVIEW_REC
                         APPLICATION_ID       OF ACCESS_REVIEW_REC
                         PERSON_ID            OF ACCESS_REVIEW_REC
                         OWNER_PERSON_ID      OF ACCESS_REVIEW_REC
                         SUPERVISOR_FLAG      OF ACCESS_REVIEW_REC
                         AUTHORITY_FLAG       OF ACCESS_REVIEW_REC
                         LAST_SESSION_TMSTAMP OF ACCESS_REVIEW_REC
                         DORMANT_FLAG         OF ACCESS_REVIEW_REC
                         DEADLINE_TMSTAMP     OF ACCESS_REVIEW_REC
                         DECISION_CODE        OF ACCESS_REVIEW_REC
                         DECISION_USER        OF ACCESS_REVIEW_REC
                         DECISION_TMSTAMP     OF ACCESS_REVIEW_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO REVIEW-LINE-COUNT
    WHEN OTHER
        DISPLAY "ERROR ON ACCESS_REVIEW_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE PERSON_ID       OF ACCESS_REVIEW_REC TO WD-PERSON-ID.
    MOVE PERSON_DESC     OF PERSON_DETAILS_REC TO WD-PERSON-DESC.
    MOVE SUPERVISOR_FLAG OF ACCESS_REVIEW_REC TO WD-SUPERVISOR-FLAG.
    MOVE AUTHORITY_FLAG  OF ACCESS_REVIEW_REC TO WD-AUTHORITY-FLAG.

    IF LAST_SESSION_TMSTAMP OF ACCESS_REVIEW_REC = ZERO
        MOVE "NEVER" TO WD-LAST-SESSION
    ELSE
        MOVE LAST_SESSION_TMSTAMP OF ACCESS_REVIEW_REC TO WS-DATE-BIN
        PERFORM 8800-FORMAT-DATE
        MOVE WS-DATE-TEXT (1:11) TO WD-LAST-SESSION
    END-IF.

    IF DORMANT_FLAG OF ACCESS_REVIEW_REC = "Y"
        MOVE "DORMANT" TO WD-DORMANT
        ADD 1 TO DORMANT-LINE-COUNT
    ELSE
        MOVE SPACES    TO WD-DORMANT
    END-IF.

    MOVE WS-DETAIL-LINE TO REVIEW-REPORT-LINE.
    WRITE REVIEW-REPORT-LINE.
    MOVE WS-DETAIL-LINE TO OWNER-MAIL-LINE.
    WRITE OWNER-MAIL-LINE.
*
5300-REVIEW-ONE-GRANT-END.
    EXIT.
*
5310-GET-PERSON-RIGHTS.
*   SUPERVISOR FLAG FROM PERSON_DETAILS; ANY ONE USER_AUTHORITY RIGHT
*   (DELETE, MASS UPDATE, LOOKUP MAINTENANCE, ARCHIVE RESTORE) COUNTS
    MOVE PERSON_ID OF ACCESS_REVIEW_REC TO PERSON_ID OF PERSON_DETAILS_REC.

    CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                      PERSON_ID       OF PERSON_DETAILS_REC
                                      PERSON_DESC     OF PERSON_DETAILS_REC
                                      PERSON_PHONE    OF PERSON_DETAILS_REC
                                      SUPERVISOR_FLAG OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "*** NOT ON FILE ****" TO PERSON_DESC     OF PERSON_DETAILS_REC
        MOVE "N"                    TO SUPERVISOR_FLAG OF PERSON_DETAILS_REC
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF SUPERVISOR_FLAG OF PERSON_DETAILS_REC = "Y"
        MOVE "Y" TO SUPERVISOR_FLAG OF ACCESS_REVIEW_REC
    ELSE
        MOVE "N" TO SUPERVISOR_FLAG OF ACCESS_REVIEW_REC
    END-IF.

    MOVE PERSON_ID OF ACCESS_REVIEW_REC TO PERSON_ID OF USER_AUTHORITY_REC.

    CALL "ET_SS_USER_AUTHORITY" USING SQLCA
                                 PERSON_ID            OF USER_AUTHORITY_REC
                                 AUTH_DELETE          OF USER_AUTHORITY_REC
                                 AUTH_MASS_UPDATE     OF USER_AUTHORITY_REC
                                 AUTH_LOOKUP_MAINT    OF USER_AUTHORITY_REC
                                 AUTH_ARCHIVE_RESTORE OF USER_AUTHORITY_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO AUTH_DELETE          OF USER_AUTHORITY_REC
        MOVE "N" TO AUTH_MASS_UPDATE     OF USER_AUTHORITY_REC
        MOVE "N" TO AUTH_LOOKUP_MAINT    OF USER_AUTHORITY_REC
        MOVE "N" TO AUTH_ARCHIVE_RESTORE OF USER_AUTHORITY_REC
    WHEN OTHER
        DISPLAY "ERROR ON USER_AUTH_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF AUTH_DELETE          OF USER_AUTHORITY_REC = "Y"
       OR AUTH_MASS_UPDATE     OF USER_AUTHORITY_REC = "Y"
       OR AUTH_LOOKUP_MAINT    OF USER_AUTHORITY_REC = "Y"
       OR AUTH_ARCHIVE_RESTORE OF USER_AUTHORITY_REC = "Y"
        MOVE "Y" TO AUTHORITY_FLAG OF ACCESS_REVIEW_REC
    ELSE
        MOVE "N" TO AUTHORITY_FLAG OF ACCESS_REVIEW_REC
    END-IF.

    MOVE ZERO TO SQLCODE.
*
5320-GET-LAST-SESSION.
*   NO SESSION ON FILE AT ALL COUNTS AS DORMANT
    MOVE PERSON_ID OF ACCESS_REVIEW_REC TO PERSON_ID OF USAGE_LOG_REC.
    MOVE ZERO TO LAST_SESSION_TMSTAMP OF ACCESS_REVIEW_REC.

    CALL "ET_SS_LAST_USAGE_SESSION" USING SQLCA
                         PERSON_ID            OF USAGE_LOG_REC
                         LAST_SESSION_TMSTAMP OF ACCESS_REVIEW_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO LAST_SESSION_TMSTAMP OF ACCESS_REVIEW_REC
    WHEN OTHER
        DISPLAY "ERROR ON LAST_USAGE_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF LAST_SESSION_TMSTAMP OF ACCESS_REVIEW_REC < DORMANT-CUTOFF-BIN
        MOVE "Y" TO DORMANT_FLAG OF ACCESS_REVIEW_REC
    ELSE
        MOVE "N" TO DORMANT_FLAG OF ACCESS_REVIEW_REC
    END-IF.

    MOVE ZERO TO SQLCODE.
*
5700-SPAWN-OWNER-MAIL.
    MOVE SPACES TO WS-MAIL-COMMAND.

    STRING "MAIL/SUBJECT=""QUARTERLY ACCESS REVIEW - ACTION NEEDED"" "
                                        DELIMITED BY SIZE
           "OWNER_MAIL_TMP """           DELIMITED BY SIZE
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
/
6000-EXCEPTIONS-REPORT.
*   EVERY UNDECIDED LINE PAST ITS DEADLINE, WHICHEVER QUARTER IT CAME
*   FROM - AN OLD LINE STAYS HERE UNTIL THE OWNER DEALS WITH IT
    MOVE "  OWNER     APP   PERSON    SUPV AUTH DORM   DEADLINE"
      TO REVIEW-REPORT-LINE.
    WRITE REVIEW-REPORT-LINE.

    MOVE SPACES TO WS-LAST-OWNER-ID.

    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_ACCESS_REVIEW_OVERDUE" USING SQLCA
                                 CURRENT_DATE_BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ACCESS_REVIEW_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 6100-FETCH-ONE-OVERDUE UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_ACCESS_REVIEW_OVERDUE" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ACCESS_REVIEW_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.
*
6100-FETCH-ONE-OVERDUE.
    CALL "ET_FC_ACCESS_REVIEW_OVERDUE" USING SQLCA
                         REVIEW_TMSTAMP       OF ACCESS_REVIEW_REC
                         APPLICATION_ID       OF ACCESS_REVIEW_REC
                         PERSON_ID            OF ACCESS_REVIEW_REC
                         OWNER_PERSON_ID      OF ACCESS_REVIEW_REC
                         SUPERVISOR_FLAG      OF ACCESS_REVIEW_REC
                         AUTHORITY_FLAG       OF ACCESS_REVIEW_REC
                         LAST_SESSION_TMSTAMP OF ACCESS_REVIEW_REC
                         DORMANT_FLAG         OF ACCESS_REVIEW_REC
                         DEADLINE_TMSTAMP     OF ACCESS_REVIEW_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO OVERDUE-LINE-COUNT
        PERFORM 6200-PRINT-ONE-OVERDUE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ACCESS_REVIEW_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
6200-PRINT-ONE-OVERDUE.
    IF OWNER_PERSON_ID OF ACCESS_REVIEW_REC NOT = WS-LAST-OWNER-ID
       AND OVERDUE-LINE-COUNT > 1
        MOVE SPACES TO REVIEW-REPORT-LINE
        WRITE REVIEW-REPORT-LINE
    END-IF.
    MOVE OWNER_PERSON_ID OF ACCESS_REVIEW_REC TO WS-LAST-OWNER-ID.

    IF OWNER_PERSON_ID OF ACCESS_REVIEW_REC = SPACES
        MOVE "NO OWNER"                      TO WO-OWNER-PERSON-ID
    ELSE
        MOVE OWNER_PERSON_ID OF ACCESS_REVIEW_REC TO WO-OWNER-PERSON-ID
    END-IF.
    MOVE APPLICATION_ID  OF ACCESS_REVIEW_REC TO WO-APPLICATION-ID.
    MOVE PERSON_ID       OF ACCESS_REVIEW_REC TO WO-PERSON-ID.
    MOVE SUPERVISOR_FLAG OF ACCESS_REVIEW_REC TO WO-SUPERVISOR-FLAG.
    MOVE AUTHORITY_FLAG  OF ACCESS_REVIEW_REC TO WO-AUTHORITY-FLAG.
    MOVE DORMANT_FLAG    OF ACCESS_REVIEW_REC TO WO-DORMANT-FLAG.

    MOVE DEADLINE_TMSTAMP OF ACCESS_REVIEW_REC TO WS-DATE-BIN.
    PERFORM 8800-FORMAT-DATE.
    MOVE WS-DATE-TEXT (1:11) TO WO-DEADLINE.

    MOVE WS-OVERDUE-LINE TO REVIEW-REPORT-LINE.
    WRITE REVIEW-REPORT-LINE.
/
6900-PRINT-TOTALS.
    MOVE SPACES TO REVIEW-REPORT-LINE.
    WRITE REVIEW-REPORT-LINE AFTER ADVANCING PAGE.

    IF WS-RUN-MODE = "E"
        MOVE "LINES PAST DEADLINE = " TO WT-CAPTION
        MOVE OVERDUE-LINE-COUNT       TO WT-COUNT
        PERFORM 6950-WRITE-TOTAL-LINE
    ELSE
        MOVE "GRANTS READ         = " TO WT-CAPTION
        MOVE GRANT-ROW-COUNT          TO WT-COUNT
        PERFORM 6950-WRITE-TOTAL-LINE
        MOVE "REVIEW LINES        = " TO WT-CAPTION
        MOVE REVIEW-LINE-COUNT        TO WT-COUNT
        PERFORM 6950-WRITE-TOTAL-LINE
        MOVE "DORMANT LINES       = " TO WT-CAPTION
        MOVE DORMANT-LINE-COUNT       TO WT-COUNT
        PERFORM 6950-WRITE-TOTAL-LINE
        MOVE "OWNERS MAILED       = " TO WT-CAPTION
        MOVE OWNERS-MAILED-COUNT      TO WT-COUNT
        PERFORM 6950-WRITE-TOTAL-LINE
    END-IF.
*
6950-WRITE-TOTAL-LINE.
    MOVE WS-TOTALS-LINE TO REVIEW-REPORT-LINE.
    WRITE REVIEW-REPORT-LINE.
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
    CLOSE REVIEW-REPORT-FILE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
*
8800-FORMAT-DATE.
*   DD-MMM-YYYY IS THE FIRST ELEVEN CHARACTERS OF THE SYS$ASCTIM TEXT
    MOVE SPACES TO WS-DATE-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-DATE-TEXT
                            BY REFERENCE  WS-DATE-BIN
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
    IF WS-RUN-MODE = "E"
        MOVE OVERDUE-LINE-COUNT TO READ_COUNT   OF JOB_RUN_LOG_REC
    ELSE
        MOVE GRANT-ROW-COUNT    TO READ_COUNT   OF JOB_RUN_LOG_REC
    END-IF.
    MOVE REVIEW-LINE-COUNT  TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE ZERO               TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK101 ****************
