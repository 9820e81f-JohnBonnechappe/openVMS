IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK141                                                 *
*   Program Name : Contact Courtesy Update Mailer                             *
*   Summary      : Daily batch job - finds open problems where no            *
*                  customer-visible (ENTRY_TYPE "C") solution line has been  *
*                  added for N business days, where N is the problem         *
*                  priority's SLA_DETAILS COURTESY_DAYS                      *
*                  (DEFAULT-COURTESY-DAYS, 3, when the priority has no SLA   *
*                  row or a zero threshold), and mails the CONTACT_PERSON_ID *
*                  and every extra PROBLEM_CONTACT_DETAILS contact a "still  *
*                  working on it" update - the latest customer-visible line, *
*                  the assignee's name and the business-day due date - via   *
*                  the COURTESY_MAIL_TMP scratch file and VMS MAIL, the      *
*                  EZITRAK004 closure mail route. Each problem mailed gets   *
*                  an ENTRY_TYPE "C" line recording the mail, so the cycle   *
*                  starts again from that line. Problems waiting on the      *
*                  customer (status "W", or an open PROBLEM_CLOCK stop) are  *
*                  skipped, as are contacts with no PERSON_EMAIL. Business   *
*                  days and the due date are counted the EZITRAK019 way -    *
*                  weekends and WORK_CALENDAR non-working dates do not       *
*                  count, and stopped-clock time extends the due date.       *
*                                                                             *
*   TABLES  USED : PROBLEM_DETAILS          (Input)                          *
*                  PROBLEM_SOLUTION_DETAILS (Input-Output)                   *
*                  PROBLEM_CONTACT_DETAILS  (Input)                          *
*                  PROBLEM_CLOCK            (Input)                          *
*                  SLA_DETAILS              (Input)                          *
*                  WORK_CALENDAR            (Input)                          *
*                  PERSON_DETAILS           (Input)                          *
*                  SYSTEM_PARAMETER         (Input)                          *
*                  JOB_RUN_LOG              (Output)                         *
*                                                                             *
*   NOTE         : reuses EZITRAK008's unnumbered open-problem cursor (the  *
*                  EZITRAK035 candidate sweep), the keyed solution-line,    *
*                  contact-line and PROBLEM_CLOCK cursors, and the narrow   *
*                  ET_SS_SLA_COURTESY_DAYS select EZITRAK0075 maintains     *
*                  (see its header). The compiled default can be tuned      *
*                  with an EZITRAK141_COURTESY_DAYS SYSTEM_PARAMETER row.   *
*                  The job's own lines start "COURTESY UPDATE MAILED" - the *
*                  next mail quotes the latest line that is not one of      *
*                  them, so contacts always see the last real progress.     *
*                  Job log: READ_COUNT = open problems checked,             *
*                  UPDATE_COUNT = problems mailed, REJECT_COUNT = contacts  *
*                  skipped for want of a PERSON_EMAIL.                      *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK141.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COURTESY-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT COURTESY-MAIL-FILE ASSIGN TO "COURTESY_MAIL_TMP"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  COURTESY-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  COURTESY-REPORT-LINE                            PIC X(132).

FD  COURTESY-MAIL-FILE
    LABEL RECORDS ARE STANDARD.
01  COURTESY-MAIL-LINE                              PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"          from dictionary.
    copy "EZITRAK_CDD.PROBLEM_SOLUTION_DETAILS_REC" from dictionary.
    copy "EZITRAK_CDD.PROBLEM_CONTACT_DETAILS_REC"  from dictionary.
    copy "EZITRAK_CDD.PROBLEM_CLOCK_REC"            from dictionary.
    copy "EZITRAK_CDD.SLA_DETAILS_REC"              from dictionary.
    copy "EZITRAK_CDD.WORK_CALENDAR_REC"            from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"           from dictionary.
    copy "EZITRAK_CDD.SYSTEM_PARAMETER_REC"         from dictionary.
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
 01  ONE-DAY-BIN                                 PIC S9(11)V9(7) COMP
                                                    VALUE 864000000000.
 01  DEFAULT-COURTESY-DAYS                       PIC S9(9) COMP VALUE 3.
 01  WS-PARAMETER-FOUND-FLAG                     PIC X.
 01  WS-PARAMETER-VALUE-TEXT                     PIC X(12).
 01  WS-PARAMETER-VALUE-NUM REDEFINES WS-PARAMETER-VALUE-TEXT
                                                 PIC 9(12).
 01  WS-PARAMETER-SHIFT-TEXT                     PIC X(12).
 01  WS-COURTESY-DAYS                            PIC S9(9) COMP.

 01  WS-DUE-DATE                                 PIC S9(11)V9(7) COMP.
 01  WS-NEXT-DATE                                PIC S9(11)V9(7) COMP.
 01  WS-BD-EST-DAYS                              PIC S9(9) COMP.
 01  WS-BD-DAY-NUMBER                            PIC S9(9) COMP.
 01  WS-BD-DAY-OF-WEEK                           PIC S9(9) COMP.
 01  WS-BD-DAY-START                             PIC S9(11)V9(7) COMP.
 01  WS-WORKING-DAY-FLAG                         PIC X.
 01  WS-BD-SINCE-UPDATE                          PIC S9(9) COMP.
 01  WS-STOPPED-BIN                              PIC S9(11)V9(7) COMP.
 01  WS-STOP-SPAN-BIN                            PIC S9(11)V9(7) COMP.
 01  WS-CLOCK-OPEN-FLAG                          PIC X.
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.
 01  WS-DUE-DATE-TEXT                            PIC X(11).

 01  WS-LAST-UPDATE-BIN                          PIC S9(11)V9(7) COMP.
 01  WS-LAST-UPDATE-TEXT                         PIC X(60).
 01  WS-LAST-TEXT-BIN                            PIC S9(11)V9(7) COMP.
 01  WS-SOLUTION-LINE-COUNT                      PIC S9(9) COMP.
 01  WS-COURTESY-LINE-PREFIX                     PIC X(22) VALUE
                                                    "COURTESY UPDATE MAILED".
 01  WS-ASSIGNEE-NAME                            PIC X(30).

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB2                                        PIC S9(4) COMP.

 01  CAND-COUNT                                  PIC S9(4) COMP VALUE 0.
 01  CAND-MAX                                    PIC S9(4) COMP VALUE 500.
 01  CAND-TRUNC-FLAG                             PIC X VALUE "N".
 01  CAND-TABLE.
     05  CAND-ENTRY OCCURS 500 TIMES.
         10  CND-PROBLEM-NUMBER                  PIC 9(9).

 01  CONTACT-COUNT                               PIC S9(4) COMP VALUE 0.
 01  CONTACT-MAX                                 PIC S9(4) COMP VALUE 20.
 01  CONTACT-FOUND-FLAG                          PIC X.
 01  WS-ADD-PERSON-ID                            PIC X(8).
 01  CONTACT-TABLE.
     05  CONTACT-ENTRY OCCURS 20 TIMES.
         10  CNT-PERSON-ID                       PIC X(8).
         10  CNT-EMAIL                           PIC X(40).

 01  WS-PROBLEM-MAILED-COUNT                     PIC S9(4) COMP.
 01  WS-PROBLEM-NO-EMAIL-COUNT                   PIC S9(4) COMP.
 01  MAILED-PROBLEM-COUNT                        PIC S9(9) COMP VALUE 0.
 01  MAILED-CONTACT-COUNT                        PIC S9(9) COMP VALUE 0.
 01  CLOCK-SKIP-COUNT                            PIC S9(9) COMP VALUE 0.
 01  NO-EMAIL-COUNT                              PIC S9(9) COMP VALUE 0.

 01  WS-MAIL-COMMAND                             PIC X(132).
 01  WS-MAIL-LINE-NUMBER                         PIC 9(9).
 01  WS-MAIL-COUNT-TEXT                          PIC Z9.

 01  WS-HEADING-LINE.
     05  FILLER                                  PIC X(50) VALUE
            "EZITRAK141 - CONTACT COURTESY UPDATES MAILED".

 01  WS-COLUMN-LINE.
     05  FILLER                                  PIC X(13) VALUE
                                                    "  PROBLEM".
     05  FILLER                                  PIC X(10) VALUE
                                                    "ASSIGNED".
     05  FILLER                                  PIC X(12) VALUE
                                                    "BUS DAYS".
     05  FILLER                                  PIC X(8)  VALUE
                                                    "MAILED".
     05  FILLER                                  PIC X(8)  VALUE
                                                    "NO EMAIL".

 01  WS-DETAIL-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-PROBLEM-NUMBER                       PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-PERSON-ASSIGNED-ID                   PIC X(8).
     05  FILLER                                  PIC X(4)  VALUE SPACES.
     05  WD-BD-SINCE-UPDATE                      PIC ZZZZZ9.
     05  FILLER                                  PIC X(4)  VALUE SPACES.
     05  WD-MAILED-COUNT                         PIC ZZZ9.
     05  FILLER                                  PIC X(6)  VALUE SPACES.
     05  WD-NO-EMAIL-COUNT                       PIC ZZZ9.

 01  WS-TOTALS-LINE.
     05  WT-LABEL                                PIC X(30).
     05  WT-COUNT                                PIC ZZZZZZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK141".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 3000-FIND-OPEN-PROBLEMS.

    PERFORM 3500-CHECK-ONE-CANDIDATE THRU 3500-CHECK-ONE-CANDIDATE-EXIT
                                VARYING SUB1 FROM 1 BY 1
                                UNTIL SUB1 > CAND-COUNT.

    PERFORM 6000-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO CAND-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE "EZITRAK141_COURTESY_DAYS" TO PARAMETER_NAME
                                          OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO DEFAULT-COURTESY-DAYS
    END-IF.

    OPEN OUTPUT COURTESY-REPORT-FILE.

    MOVE WS-HEADING-LINE TO COURTESY-REPORT-LINE.
    WRITE COURTESY-REPORT-LINE.
    MOVE SPACES TO COURTESY-REPORT-LINE.
    WRITE COURTESY-REPORT-LINE.
    MOVE WS-COLUMN-LINE TO COURTESY-REPORT-LINE.
    WRITE COURTESY-REPORT-LINE.
/
3000-FIND-OPEN-PROBLEMS.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_PROBLEM_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-PROBLEM UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3100-FETCH-ONE-PROBLEM.
    CALL "ET_FC_PROBLEM_DETAILS" USING SQLCA
                                 PROBLEM_NUMBER       OF PROBLEM_DETAILS_REC
                                 PRIORITY_ID          OF PROBLEM_DETAILS_REC
                                 PERSON_ASSIGNED_ID   OF PROBLEM_DETAILS_REC
                                 CONTACT_DATE         OF PROBLEM_DETAILS_REC
                                 EST_TO_COMPLETE_DAYS OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF CAND-COUNT < CAND-MAX
            ADD 1 TO CAND-COUNT
            MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
              TO CND-PROBLEM-NUMBER (CAND-COUNT)
        ELSE
            IF CAND-TRUNC-FLAG = "N"
                DISPLAY "MORE THAN " CAND-MAX
                        " OPEN PROBLEMS - COURTESY SWEEP TRUNCATED"
                        WITH CONVERSION
                MOVE "Y" TO CAND-TRUNC-FLAG
            END-IF
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3500-CHECK-ONE-CANDIDATE.
*   EVERYTHING NEEDED FOR THE MAIL IS READ UNDER ONE READ-ONLY
*   TRANSACTION; THE MAILS GO OUT AFTER IT IS COMMITTED AND THE
*   RECORDING LINE IS WRITTEN UNDER A SHORT READ-WRITE ONE
    MOVE CND-PROBLEM-NUMBER (SUB1) TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC.

    PERFORM 7000-START_TRAN_RO.

    PERFORM 7400-PROBLEM_SS.

    IF TMP_FLAG = "N"
    OR PROBLEM_STATUS OF PROBLEM_DETAILS_REC = "C"
        PERFORM 7800-CMT_TRAN
        GO TO 3500-CHECK-ONE-CANDIDATE-EXIT
    END-IF.

    PERFORM 8810-CALC-STOPPED-DAYS.

    IF PROBLEM_STATUS OF PROBLEM_DETAILS_REC = "W"
    OR WS-CLOCK-OPEN-FLAG = "Y"
        ADD 1 TO CLOCK-SKIP-COUNT
        PERFORM 7800-CMT_TRAN
        GO TO 3500-CHECK-ONE-CANDIDATE-EXIT
    END-IF.

    PERFORM 3600-GET-COURTESY-THRESHOLD.

    PERFORM 3700-GET-LAST-UPDATE.

    PERFORM 3750-COUNT-BUSINESS-DAYS.

    IF WS-BD-SINCE-UPDATE < WS-COURTESY-DAYS
        PERFORM 7800-CMT_TRAN
        GO TO 3500-CHECK-ONE-CANDIDATE-EXIT
    END-IF.

    PERFORM 3800-GET-DUE-DATE.

    PERFORM 3850-GET-ASSIGNEE-NAME.

    PERFORM 3900-GATHER-CONTACTS.

    PERFORM 7800-CMT_TRAN.

    PERFORM 4000-MAIL-CONTACTS THRU 4000-MAIL-CONTACTS-EXIT.

    IF WS-PROBLEM-MAILED-COUNT > ZERO
        PERFORM 5000-RECORD-COURTESY-LINE
        ADD 1 TO MAILED-PROBLEM-COUNT
    END-IF.

    PERFORM 5500-PRINT-DETAIL-LINE.
*
3500-CHECK-ONE-CANDIDATE-EXIT.
    EXIT.
/
3600-GET-COURTESY-THRESHOLD.
    MOVE DEFAULT-COURTESY-DAYS TO WS-COURTESY-DAYS.

    MOVE PRIORITY_ID OF PROBLEM_DETAILS_REC TO PRIORITY_ID OF SLA_DETAILS_REC.

    CALL "ET_SS_SLA_COURTESY_DAYS" USING SQLCA
                                 PRIORITY_ID   OF SLA_DETAILS_REC
                                 COURTESY_DAYS OF SLA_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF COURTESY_DAYS OF SLA_DETAILS_REC > ZERO
            MOVE COURTESY_DAYS OF SLA_DETAILS_REC TO WS-COURTESY-DAYS
        END-IF
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON SLA_COURTESY_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3700-GET-LAST-UPDATE.
*   THE CYCLE RUNS FROM THE NEWEST "C" LINE OF ANY KIND (CONTACT_DATE
*   IF THERE IS NONE); THE TEXT QUOTED IS THE NEWEST ONE THAT IS NOT
*   THIS JOB'S OWN RECORDING LINE
    MOVE CONTACT_DATE OF PROBLEM_DETAILS_REC TO WS-LAST-UPDATE-BIN.
    MOVE ZERO   TO WS-LAST-TEXT-BIN.
    MOVE SPACES TO WS-LAST-UPDATE-TEXT.
    MOVE ZERO   TO WS-SOLUTION-LINE-COUNT.

    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC.

    CALL "ET_OC_PROBLEM_SOLUTION_DETAILS" USING SQLCA
                        PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SOL_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3710-CHECK-ONE-SOLUTION-LINE UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_SOLUTION_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SOL_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF WS-LAST-UPDATE-TEXT = SPACES
        MOVE "YOUR PROBLEM IS LOGGED AND WAITING TO BE WORKED ON"
          TO WS-LAST-UPDATE-TEXT
    END-IF.

    MOVE ZERO TO SQLCODE.
*
3710-CHECK-ONE-SOLUTION-LINE.
    CALL "ET_FC_PROBLEM_SOLUTION_DETAILS" USING SQLCA
                        LINE_NUMBER    OF PROBLEM_SOLUTION_DETAILS_REC
                        SOLUTION_DESC  OF PROBLEM_SOLUTION_DETAILS_REC
                        ENTRY_TYPE     OF PROBLEM_SOLUTION_DETAILS_REC
                        MINUTES_SPENT  OF PROBLEM_SOLUTION_DETAILS_REC
                        REC_USER       OF PROBLEM_SOLUTION_DETAILS_REC
                        REC_TMSTAMP    OF PROBLEM_SOLUTION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF LINE_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
           > WS-SOLUTION-LINE-COUNT
            MOVE LINE_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
              TO WS-SOLUTION-LINE-COUNT
        END-IF
        IF ENTRY_TYPE OF PROBLEM_SOLUTION_DETAILS_REC = "C"
            PERFORM 3720-NOTE-CUSTOMER-LINE
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SOL_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3720-NOTE-CUSTOMER-LINE.
    IF REC_TMSTAMP OF PROBLEM_SOLUTION_DETAILS_REC > WS-LAST-UPDATE-BIN
        MOVE REC_TMSTAMP OF PROBLEM_SOLUTION_DETAILS_REC
          TO WS-LAST-UPDATE-BIN
    END-IF.

    IF SOLUTION_DESC OF PROBLEM_SOLUTION_DETAILS_REC (1:22)
       NOT = WS-COURTESY-LINE-PREFIX
    AND REC_TMSTAMP OF PROBLEM_SOLUTION_DETAILS_REC NOT < WS-LAST-TEXT-BIN
        MOVE REC_TMSTAMP OF PROBLEM_SOLUTION_DETAILS_REC
          TO WS-LAST-TEXT-BIN
        MOVE SOLUTION_DESC OF PROBLEM_SOLUTION_DETAILS_REC
          TO WS-LAST-UPDATE-TEXT
    END-IF.
/
3750-COUNT-BUSINESS-DAYS.
*   WALK FORWARD A DAY AT A TIME FROM THE LAST UPDATE, COUNTING EACH
*   WORKING DAY REACHED BY NOW - NO NEED TO COUNT PAST THE THRESHOLD
    MOVE ZERO TO WS-BD-SINCE-UPDATE.
    MOVE WS-LAST-UPDATE-BIN TO WS-DUE-DATE.
    ADD ONE-DAY-BIN TO WS-DUE-DATE GIVING WS-NEXT-DATE.

    PERFORM 3760-COUNT-ONE-DAY UNTIL WS-NEXT-DATE > CURRENT_DATE_BIN
                               OR WS-BD-SINCE-UPDATE NOT < WS-COURTESY-DAYS.

    MOVE ZERO TO SQLCODE.
*
3760-COUNT-ONE-DAY.
    MOVE WS-NEXT-DATE TO WS-DUE-DATE.

    PERFORM 8977-CHECK-WORKING-DAY.

    IF WS-WORKING-DAY-FLAG = "Y"
        ADD 1 TO WS-BD-SINCE-UPDATE
    END-IF.

    ADD ONE-DAY-BIN TO WS-DUE-DATE GIVING WS-NEXT-DATE.
/
3800-GET-DUE-DATE.
*   THE EZITRAK019 DUE DATE - CONTACT_DATE PLUS THE TARGET IN BUSINESS
*   DAYS, PUSHED OUT BY ANY TIME THE CLOCK HAS STOOD WAITING ON THE
*   CUSTOMER
    IF EST_TO_COMPLETE_DAYS OF PROBLEM_DETAILS_REC = ZERO
        MOVE "TO BE SET" TO WS-DUE-DATE-TEXT
    ELSE
        MOVE CONTACT_DATE OF PROBLEM_DETAILS_REC TO WS-DUE-DATE
        MOVE EST_TO_COMPLETE_DAYS OF PROBLEM_DETAILS_REC TO WS-BD-EST-DAYS
        PERFORM 8975-COMPUTE-BUSINESS-DUE-DATE
        ADD WS-STOPPED-BIN TO WS-DUE-DATE
        MOVE SPACES TO WS-DUE-DATE-TEXT
        CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                                BY DESCRIPTOR WS-DUE-DATE-TEXT
                                BY REFERENCE  WS-DUE-DATE
                                OMITTED
                          GIVING ERR_RET
    END-IF.
*
3850-GET-ASSIGNEE-NAME.
    MOVE "THE HELP DESK" TO WS-ASSIGNEE-NAME.

    IF PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC = SPACES
        CONTINUE
    ELSE
        MOVE PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC
          TO PERSON_ID OF PERSON_DETAILS_REC
        CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                  PERSON_ID       OF PERSON_DETAILS_REC
                                  PERSON_DESC     OF PERSON_DETAILS_REC
                                  PERSON_PHONE    OF PERSON_DETAILS_REC
                                  SUPERVISOR_FLAG OF PERSON_DETAILS_REC
        END-CALL
        EVALUATE TRUE
        WHEN SQL_SUCCESS
            IF PERSON_DESC OF PERSON_DETAILS_REC NOT = SPACES
                MOVE PERSON_DESC OF PERSON_DETAILS_REC TO WS-ASSIGNEE-NAME
            END-IF
        WHEN SQL_NOT_FOUND
            MOVE ZERO TO SQLCODE
        WHEN OTHER
            DISPLAY "ERROR ON PERSON_SS CODE=" SQLCODE WITH CONVERSION
            GO TO 9900-EXIT
        END-EVALUATE
    END-IF.
/
3900-GATHER-CONTACTS.
*   THE MAIN CONTACT FIRST, THEN EACH EXTRA CONTACT LINE - A PERSON
*   ON THE PROBLEM TWICE IS ONLY MAILED ONCE
    MOVE ZERO   TO CONTACT-COUNT.
    MOVE SPACES TO CONTACT-TABLE.

    MOVE CONTACT_PERSON_ID OF PROBLEM_DETAILS_REC TO WS-ADD-PERSON-ID.
    PERFORM 3950-ADD-CONTACT.

    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF PROBLEM_CONTACT_DETAILS_REC.

    CALL "ET_OC_PROBLEM_CONTACT_DETAILS" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_CONTACT_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CONTACT_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3910-FETCH-ONE-CONTACT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_CONTACT_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CONTACT_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3960-READ-CONTACT-EMAIL VARYING SUB2 FROM 1 BY 1
                                    UNTIL SUB2 > CONTACT-COUNT.
*
3910-FETCH-ONE-CONTACT.
    CALL "ET_FC_PROBLEM_CONTACT_DETAILS" USING SQLCA
                        LINE_NUMBER       OF PROBLEM_CONTACT_DETAILS_REC
                        CONTACT_PERSON_ID OF PROBLEM_CONTACT_DETAILS_REC
                        CONTACT_DEVICE    OF PROBLEM_CONTACT_DETAILS_REC
                        REC_USER          OF PROBLEM_CONTACT_DETAILS_REC
                        REC_TMSTAMP       OF PROBLEM_CONTACT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE CONTACT_PERSON_ID OF PROBLEM_CONTACT_DETAILS_REC
          TO WS-ADD-PERSON-ID
        PERFORM 3950-ADD-CONTACT
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CONTACT_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3950-ADD-CONTACT.
    MOVE "N" TO CONTACT-FOUND-FLAG.

    IF WS-ADD-PERSON-ID = SPACES
        MOVE "Y" TO CONTACT-FOUND-FLAG
    ELSE
        PERFORM 3955-MATCH-CONTACT VARYING SUB2 FROM 1 BY 1
                                   UNTIL SUB2 > CONTACT-COUNT
                                   OR CONTACT-FOUND-FLAG = "Y"
    END-IF.

    IF CONTACT-FOUND-FLAG = "N" AND CONTACT-COUNT < CONTACT-MAX
        ADD 1 TO CONTACT-COUNT
        MOVE WS-ADD-PERSON-ID TO CNT-PERSON-ID (CONTACT-COUNT)
    END-IF.
*
3955-MATCH-CONTACT.
    IF CNT-PERSON-ID (SUB2) = WS-ADD-PERSON-ID
        MOVE "Y" TO CONTACT-FOUND-FLAG
    END-IF.
*
3960-READ-CONTACT-EMAIL.
    MOVE CNT-PERSON-ID (SUB2) TO PERSON_ID OF PERSON_DETAILS_REC.

    CALL "ET_SS_PERSON_EMAIL" USING SQLCA
                                      PERSON_ID    OF PERSON_DETAILS_REC
                                      PERSON_EMAIL OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE PERSON_EMAIL OF PERSON_DETAILS_REC TO CNT-EMAIL (SUB2)
    WHEN SQL_NOT_FOUND
        MOVE SPACES TO CNT-EMAIL (SUB2)
        MOVE ZERO   TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_EMAIL_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
4000-MAIL-CONTACTS.
*   ONE BODY PER PROBLEM, SPAWNED ONCE FOR EACH CONTACT WITH AN ADDRESS
    MOVE ZERO TO WS-PROBLEM-MAILED-COUNT.
    MOVE ZERO TO WS-PROBLEM-NO-EMAIL-COUNT.

    IF CONTACT-COUNT = ZERO
        GO TO 4000-MAIL-CONTACTS-EXIT
    END-IF.

    PERFORM 4100-WRITE-MAIL-BODY.

    PERFORM 4200-MAIL-ONE-CONTACT VARYING SUB2 FROM 1 BY 1
                                  UNTIL SUB2 > CONTACT-COUNT.
*
4000-MAIL-CONTACTS-EXIT.
    EXIT.
*
4100-WRITE-MAIL-BODY.
    OPEN OUTPUT COURTESY-MAIL-FILE.

    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC TO WS-MAIL-LINE-NUMBER.
    MOVE SPACES TO COURTESY-MAIL-LINE.
    STRING "PROBLEM " WS-MAIL-LINE-NUMBER
           " IS STILL BEING WORKED ON"
        DELIMITED BY SIZE INTO COURTESY-MAIL-LINE.
    WRITE COURTESY-MAIL-LINE.

    MOVE SPACES TO COURTESY-MAIL-LINE.
    WRITE COURTESY-MAIL-LINE.

    MOVE PROBLEM_DESC OF PROBLEM_DETAILS_REC TO COURTESY-MAIL-LINE.
    WRITE COURTESY-MAIL-LINE.

    MOVE SPACES TO COURTESY-MAIL-LINE.
    WRITE COURTESY-MAIL-LINE.
    MOVE "LATEST UPDATE:" TO COURTESY-MAIL-LINE.
    WRITE COURTESY-MAIL-LINE.
    MOVE WS-LAST-UPDATE-TEXT TO COURTESY-MAIL-LINE.
    WRITE COURTESY-MAIL-LINE.

    MOVE SPACES TO COURTESY-MAIL-LINE.
    WRITE COURTESY-MAIL-LINE.
    MOVE SPACES TO COURTESY-MAIL-LINE.
    STRING "BEING HANDLED BY : " WS-ASSIGNEE-NAME
        DELIMITED BY SIZE INTO COURTESY-MAIL-LINE.
    WRITE COURTESY-MAIL-LINE.

    MOVE SPACES TO COURTESY-MAIL-LINE.
    STRING "EXPECTED BY      : " WS-DUE-DATE-TEXT
        DELIMITED BY SIZE INTO COURTESY-MAIL-LINE.
    WRITE COURTESY-MAIL-LINE.

    MOVE SPACES TO COURTESY-MAIL-LINE.
    WRITE COURTESY-MAIL-LINE.
    MOVE "THERE IS NO NEED TO CALL - WE WILL WRITE AGAIN AS IT PROGRESSES"
      TO COURTESY-MAIL-LINE.
    WRITE COURTESY-MAIL-LINE.

    CLOSE COURTESY-MAIL-FILE.
*
4200-MAIL-ONE-CONTACT.
    IF CNT-EMAIL (SUB2) = SPACES
        ADD 1 TO WS-PROBLEM-NO-EMAIL-COUNT
        ADD 1 TO NO-EMAIL-COUNT
    ELSE
        PERFORM 4300-SPAWN-COURTESY-MAIL
        ADD 1 TO WS-PROBLEM-MAILED-COUNT
        ADD 1 TO MAILED-CONTACT-COUNT
    END-IF.
*
4300-SPAWN-COURTESY-MAIL.
    MOVE SPACES TO WS-MAIL-COMMAND.

    STRING "MAIL/SUBJECT=""YOUR PROBLEM IS STILL BEING WORKED ON"" "
                             DELIMITED BY SIZE
           "COURTESY_MAIL_TMP """
                             DELIMITED BY SIZE
           CNT-EMAIL (SUB2)  DELIMITED BY SPACE
           """"              DELIMITED BY SIZE
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
/
5000-RECORD-COURTESY-LINE.
*   THE LINE NUMBER IS RE-READ UNDER THE UPDATE TRANSACTION IN CASE A
*   LINE WAS ADDED WHILE THE MAILS WERE GOING OUT
    PERFORM 7100-START_TRAN_RW.

    MOVE ZERO TO WS-SOLUTION-LINE-COUNT.

    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC.

    CALL "ET_OC_PROBLEM_SOLUTION_DETAILS" USING SQLCA
                        PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SOL_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 5100-COUNT-SOLUTION-LINE UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_SOLUTION_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SOL_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC.

    ADD 1 TO WS-SOLUTION-LINE-COUNT
      GIVING LINE_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC.

    MOVE WS-PROBLEM-MAILED-COUNT TO WS-MAIL-COUNT-TEXT.
    MOVE SPACES TO SOLUTION_DESC OF PROBLEM_SOLUTION_DETAILS_REC.
    STRING WS-COURTESY-LINE-PREFIX " TO "  DELIMITED BY SIZE
           WS-MAIL-COUNT-TEXT              DELIMITED BY SIZE
           " CONTACT(S)"                   DELIMITED BY SIZE
      INTO SOLUTION_DESC OF PROBLEM_SOLUTION_DETAILS_REC.

    MOVE "C" TO ENTRY_TYPE OF PROBLEM_SOLUTION_DETAILS_REC.

    MOVE ZERO TO MINUTES_SPENT OF PROBLEM_SOLUTION_DETAILS_REC.

    CALL "SYS$GETTIM" USING
        BY REFERENCE REC_TMSTAMP OF PROBLEM_SOLUTION_DETAILS_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF PROBLEM_SOLUTION_DETAILS_REC.

    CALL "ET_IR_PROBLEM_SOLUTION_DETAILS" USING SQLCA
                        PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
                        LINE_NUMBER    OF PROBLEM_SOLUTION_DETAILS_REC
                        SOLUTION_DESC  OF PROBLEM_SOLUTION_DETAILS_REC
                        ENTRY_TYPE     OF PROBLEM_SOLUTION_DETAILS_REC
                        MINUTES_SPENT  OF PROBLEM_SOLUTION_DETAILS_REC
                        REC_USER       OF PROBLEM_SOLUTION_DETAILS_REC
                        REC_TMSTAMP    OF PROBLEM_SOLUTION_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON SOL_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
5100-COUNT-SOLUTION-LINE.
    CALL "ET_FC_PROBLEM_SOLUTION_DETAILS" USING SQLCA
                        LINE_NUMBER    OF PROBLEM_SOLUTION_DETAILS_REC
                        SOLUTION_DESC  OF PROBLEM_SOLUTION_DETAILS_REC
                        ENTRY_TYPE     OF PROBLEM_SOLUTION_DETAILS_REC
                        MINUTES_SPENT  OF PROBLEM_SOLUTION_DETAILS_REC
                        REC_USER       OF PROBLEM_SOLUTION_DETAILS_REC
                        REC_TMSTAMP    OF PROBLEM_SOLUTION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF LINE_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
           > WS-SOLUTION-LINE-COUNT
            MOVE LINE_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
              TO WS-SOLUTION-LINE-COUNT
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SOL_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
5500-PRINT-DETAIL-LINE.
    MOVE SPACES                    TO WS-DETAIL-LINE.
    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC     TO WD-PROBLEM-NUMBER.
    MOVE PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC TO WD-PERSON-ASSIGNED-ID.
    MOVE WS-BD-SINCE-UPDATE        TO WD-BD-SINCE-UPDATE.
    MOVE WS-PROBLEM-MAILED-COUNT   TO WD-MAILED-COUNT.
    MOVE WS-PROBLEM-NO-EMAIL-COUNT TO WD-NO-EMAIL-COUNT.
    MOVE WS-DETAIL-LINE            TO COURTESY-REPORT-LINE.
    WRITE COURTESY-REPORT-LINE.
*
6000-PRINT-TOTALS.
    MOVE SPACES TO COURTESY-REPORT-LINE.
    WRITE COURTESY-REPORT-LINE.

    MOVE "OPEN PROBLEMS CHECKED      = " TO WT-LABEL.
    MOVE CAND-COUNT                      TO WT-COUNT.
    MOVE WS-TOTALS-LINE                  TO COURTESY-REPORT-LINE.
    WRITE COURTESY-REPORT-LINE.

    MOVE "PROBLEMS MAILED            = " TO WT-LABEL.
    MOVE MAILED-PROBLEM-COUNT            TO WT-COUNT.
    MOVE WS-TOTALS-LINE                  TO COURTESY-REPORT-LINE.
    WRITE COURTESY-REPORT-LINE.

    MOVE "CONTACTS MAILED            = " TO WT-LABEL.
    MOVE MAILED-CONTACT-COUNT            TO WT-COUNT.
    MOVE WS-TOTALS-LINE                  TO COURTESY-REPORT-LINE.
    WRITE COURTESY-REPORT-LINE.

    MOVE "SKIPPED - CLOCK STOPPED    = " TO WT-LABEL.
    MOVE CLOCK-SKIP-COUNT                TO WT-COUNT.
    MOVE WS-TOTALS-LINE                  TO COURTESY-REPORT-LINE.
    WRITE COURTESY-REPORT-LINE.

    MOVE "CONTACTS WITH NO EMAIL     = " TO WT-LABEL.
    MOVE NO-EMAIL-COUNT                  TO WT-COUNT.
    MOVE WS-TOTALS-LINE                  TO COURTESY-REPORT-LINE.
    WRITE COURTESY-REPORT-LINE.
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
                                 REC_USER             OF PROBLEM_DETAILS_REC
                                 REC_TMSTAMP          OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TMP_FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "SS PROBLEM NG CODE=" SQLCODE WITH CONVERSION
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
    CLOSE COURTESY-REPORT-FILE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
/
8810-CALC-STOPPED-DAYS.
*   NET ELAPSED TIME - SUM THE WAITING-ON-CUSTOMER INTERVALS EZITRAK060
*   DERIVES INTO PROBLEM_CLOCK; AN OPEN STOP (START ZERO) RUNS TO NOW
*   AND MEANS THE PROBLEM IS STILL WAITING ON THE CUSTOMER
    MOVE ZERO TO WS-STOPPED-BIN.
    MOVE "N"  TO WS-CLOCK-OPEN-FLAG.

    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF PROBLEM_CLOCK_REC.

    CALL "ET_OC_PROBLEM_CLOCK" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_CLOCK_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_CLOCK_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 8815-SUM-ONE-STOP UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_CLOCK" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_CLOCK_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
8815-SUM-ONE-STOP.
    CALL "ET_FC_PROBLEM_CLOCK" USING SQLCA
                                 STOP_TMSTAMP  OF PROBLEM_CLOCK_REC
                                 START_TMSTAMP OF PROBLEM_CLOCK_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF START_TMSTAMP OF PROBLEM_CLOCK_REC = ZERO
            MOVE "Y" TO WS-CLOCK-OPEN-FLAG
            SUBTRACT STOP_TMSTAMP OF PROBLEM_CLOCK_REC
                FROM CURRENT_DATE_BIN
              GIVING WS-STOP-SPAN-BIN
        ELSE
            SUBTRACT STOP_TMSTAMP  OF PROBLEM_CLOCK_REC
                FROM START_TMSTAMP OF PROBLEM_CLOCK_REC
              GIVING WS-STOP-SPAN-BIN
        END-IF
        IF WS-STOP-SPAN-BIN > ZERO
            ADD WS-STOP-SPAN-BIN TO WS-STOPPED-BIN
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_CLOCK_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
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
/
8975-COMPUTE-BUSINESS-DUE-DATE.
*   WS-DUE-DATE ARRIVES HOLDING CONTACT_DATE AND WS-BD-EST-DAYS THE
*   TARGET - EACH TARGET DAY CONSUMES ONE WORKING DAY, STEPPING PAST
*   WEEKENDS AND WORK_CALENDAR NON-WORKING DATES. SQLCODE IS PUT BACK
*   TO SUCCESS AFTERWARDS SO A NOT-FOUND CALENDAR PROBE CANNOT END THE
*   CALLER'S OWN FETCH LOOP
    PERFORM 8976-ADD-ONE-BUSINESS-DAY UNTIL WS-BD-EST-DAYS NOT > ZERO.

    MOVE ZERO TO SQLCODE.
*
8976-ADD-ONE-BUSINESS-DAY.
    ADD ONE-DAY-BIN TO WS-DUE-DATE.

    PERFORM 8977-CHECK-WORKING-DAY.

    IF WS-WORKING-DAY-FLAG = "Y"
        SUBTRACT 1 FROM WS-BD-EST-DAYS
    END-IF.
*
8977-CHECK-WORKING-DAY.
*   DAY ZERO OF THE VMS QUADWORD CALENDAR (17-NOV-1858) WAS A WEDNESDAY,
*   SO DAY-NUMBER MOD 7 GIVES 3 FOR SATURDAY AND 4 FOR SUNDAY
    DIVIDE WS-DUE-DATE BY ONE-DAY-BIN
        GIVING WS-BD-DAY-NUMBER.

    DIVIDE WS-BD-DAY-NUMBER BY 7
        GIVING WS-BD-DAY-OF-WEEK
        REMAINDER WS-BD-DAY-OF-WEEK.

    IF WS-BD-DAY-OF-WEEK = 3 OR WS-BD-DAY-OF-WEEK = 4
        MOVE "N" TO WS-WORKING-DAY-FLAG
    ELSE
        MOVE ONE-DAY-BIN TO WS-BD-DAY-START
        MULTIPLY WS-BD-DAY-NUMBER BY WS-BD-DAY-START

        MOVE WS-BD-DAY-START TO NON_WORK_DATE OF WORK_CALENDAR_REC

        CALL "ET_SS_WORK_CALENDAR" USING SQLCA
                                 NON_WORK_DATE OF WORK_CALENDAR_REC
                                 NON_WORK_DESC OF WORK_CALENDAR_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            MOVE "N" TO WS-WORKING-DAY-FLAG
        WHEN SQL_NOT_FOUND
            MOVE "Y" TO WS-WORKING-DAY-FLAG
        WHEN OTHER
            DISPLAY "ERROR OF WORK_CALENDAR_SS CODE=" SQLCODE WITH CONVERSION
            GO TO 9900-EXIT
        END-EVALUATE
    END-IF.
/
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
    MOVE CAND-COUNT           TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE MAILED-PROBLEM-COUNT TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE NO-EMAIL-COUNT       TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK141 ****************
