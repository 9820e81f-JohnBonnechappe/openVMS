IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK134                                                 *
*   Program Name : Knowledge-Base Feedback Report                             *
*   Summary      : Monthly batch report for the knowledge owners of how       *
*                  the EZITRAK024 search answers are doing. Every             *
*                  KB_FEEDBACK mark recorded in the last                      *
*                  EZITRAK134_WINDOW_DAYS (31) days is totalled by            *
*                  answer - a known error or a problem's recorded fix.        *
*                  The report lists the most-used answers (the                *
*                  EZITRAK134_TOP_ANSWERS (20) most often marked, with        *
*                  their helpful and not-helpful counts) and then every       *
*                  answer marked not helpful EZITRAK134_UNHELPFUL_MIN (3)     *
*                  or more times and more often than helpful - the            *
*                  candidates to rewrite or retire. Each line carries         *
*                  the known error's symptom or the problem's                 *
*                  description. Read-only - nothing is changed.               *
*                                                                             *
*   TABLES  USED : KB_FEEDBACK          (Input)                               *
*                  KNOWN_ERROR          (Input)                               *
*                  PROBLEM_DETAILS      (Input)                               *
*                  ARCHIVED_PROBLEM_DETAILS (Input)                           *
*                  SYSTEM_PARAMETER     (Input)                               *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : KB_FEEDBACK and its ET_OC/FC/CC_KB_FEEDBACK_WINDOW       *
*                  cursor are described in EZITRAK024's header - the cursor *
*                  selects WHERE REC_TMSTAMP >= :WINDOW-START-BIN ORDER BY  *
*                  PROBLEM_NUMBER, ERROR_ID, so each answer's marks arrive  *
*                  together and are totalled on the control break.          *
*                  Descriptions come through the existing                   *
*                  ET_SS_KNOWN_ERROR, ET_SS_PROBLEM_DETAILS and             *
*                  ET_SS_ARCHIVED_PROBLEM_DETAILS calls; a live problem     *
*                  purged since the mark is looked for in the archive.      *
*                                                                             *
*   NOTE         : SYSTEM_PARAMETER rows EZITRAK134_WINDOW_DAYS (default    *
*                  31), EZITRAK134_TOP_ANSWERS (default 20, at most 100)    *
*                  and EZITRAK134_UNHELPFUL_MIN (default 3) override the    *
*                  compiled defaults (see EZITRAK0873's header). The job    *
*                  log's READ count is feedback rows read, UPDATE count     *
*                  answers listed and REJECT count answers flagged not      *
*                  helpful.                                                 *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK134.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT KBF-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  KBF-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  KBF-REPORT-LINE                               PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.KB_FEEDBACK_REC"              from dictionary.
    copy "EZITRAK_CDD.KNOWN_ERROR_REC"              from dictionary.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"          from dictionary.
    copy "EZITRAK_CDD.ARCHIVED_PROBLEM_DETAILS_REC" from dictionary.
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
 01  WINDOW-SPAN-BIN                             PIC S9(11)V9(7) COMP.
 01  WINDOW-START-BIN                            PIC S9(11)V9(7) COMP.
 01  KBF-WINDOW-DAYS                             PIC S9(9) COMP VALUE 31.
 01  KBF-TOP-ANSWERS                             PIC S9(9) COMP VALUE 20.
 01  KBF-TOP-ANSWERS-MAX                         PIC S9(9) COMP VALUE 100.
 01  KBF-UNHELPFUL-MIN                           PIC S9(9) COMP VALUE 3.
 01  WS-PARAMETER-FOUND-FLAG                     PIC X.
 01  WS-PARAMETER-VALUE-TEXT                     PIC X(12).
 01  WS-PARAMETER-VALUE-NUM REDEFINES WS-PARAMETER-VALUE-TEXT
                                                 PIC 9(12).
 01  WS-PARAMETER-SHIFT-TEXT                     PIC X(12).

 01  WS-FMT-BIN                                  PIC S9(11)V9(7) COMP.
 01  WS-FMT-TEXT                                 PIC X(11).
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB2                                        PIC S9(4) COMP.
 01  WS-BEST-SUB                                 PIC S9(4) COMP.
 01  WS-BEST-MARKS                               PIC S9(9) COMP.
 01  WS-LISTED-COUNT                             PIC S9(4) COMP.

*   ONE ENTRY PER ANSWER MARKED IN THE WINDOW, IN CURSOR ORDER
 01  ANSWER-COUNT                                PIC S9(4) COMP.
 01  ANSWER-MAX                                  PIC S9(4) COMP VALUE 3000.
 01  ANSWER-TABLE.
     05  ANSWER-ENTRY OCCURS 3000 TIMES.
         10  AN-ANSWER-KEY.
             15  AN-PROBLEM-NUMBER               PIC 9(9).
             15  AN-ERROR-ID                     PIC X(8).
         10  AN-HIT-SOURCE                       PIC X.
         10  AN-MARK-COUNT                       PIC S9(9) COMP.
         10  AN-HELPFUL-COUNT                    PIC S9(9) COMP.
         10  AN-UNHELPFUL-COUNT                  PIC S9(9) COMP.
         10  AN-LISTED-FLAG                      PIC X.
 01  WS-ROW-ANSWER-KEY.
     05  WK-PROBLEM-NUMBER                       PIC 9(9).
     05  WK-ERROR-ID                             PIC X(8).

 01  FEEDBACK-READ-COUNT                         PIC S9(9) COMP VALUE 0.
 01  ANSWER-LISTED-COUNT                         PIC S9(9) COMP VALUE 0.
 01  UNHELPFUL-LISTED-COUNT                      PIC S9(9) COMP VALUE 0.

 01  WS-WINDOW-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "MARKS RECORDED FROM ".
     05  WW-FROM-DATE                            PIC X(11).
     05  FILLER                                  PIC X(4)  VALUE " TO ".
     05  WW-TO-DATE                              PIC X(11).

 01  WS-SECTION-LINE.
     05  WS-SECTION-TITLE                        PIC X(60).

 01  WS-ANSWER-HEADING                           PIC X(57) VALUE
       "  ANSWER         MARKS  HELPFUL  NOT HELPFUL  DESCRIPTION".
 01  WS-ANSWER-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WA-ANSWER-TYPE                          PIC X(5).
     05  WA-ANSWER-ID                            PIC X(9).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WA-MARKS                                PIC ZZZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WA-HELPFUL                              PIC ZZZZZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WA-UNHELPFUL                            PIC ZZZZZZZZZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WA-DESC                                 PIC X(60).
 01  WA-PROBLEM-NUMBER                           PIC Z(8)9.

 01  WS-COUNT-LINE.
     05  WC-CAPTION                              PIC X(26).
     05  WC-COUNT                                PIC ZZZ,ZZZ,ZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK134".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 2000-LOAD-FEEDBACK.

    PERFORM 4000-PRINT-MOST-USED.

    PERFORM 5000-PRINT-UNHELPFUL.

    PERFORM 6100-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO   TO SQLCODE.
    MOVE "N"    TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO   TO ANSWER-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE "EZITRAK134_WINDOW_DAYS" TO PARAMETER_NAME OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO KBF-WINDOW-DAYS
    END-IF.

    MOVE "EZITRAK134_TOP_ANSWERS" TO PARAMETER_NAME OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO KBF-TOP-ANSWERS
    END-IF.
    IF KBF-TOP-ANSWERS > KBF-TOP-ANSWERS-MAX
        MOVE KBF-TOP-ANSWERS-MAX TO KBF-TOP-ANSWERS
    END-IF.

    MOVE "EZITRAK134_UNHELPFUL_MIN"
      TO PARAMETER_NAME OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO KBF-UNHELPFUL-MIN
    END-IF.

    MOVE ONE-DAY-BIN TO WINDOW-SPAN-BIN.
    MULTIPLY KBF-WINDOW-DAYS BY WINDOW-SPAN-BIN.
    SUBTRACT WINDOW-SPAN-BIN FROM CURRENT_DATE_BIN GIVING WINDOW-START-BIN.

    MOVE WINDOW-START-BIN TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT TO WW-FROM-DATE.
    MOVE CURRENT_DATE_BIN TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT TO WW-TO-DATE.

    OPEN OUTPUT KBF-REPORT-FILE.

    MOVE "KNOWLEDGE-BASE ANSWER FEEDBACK" TO KBF-REPORT-LINE.
    WRITE KBF-REPORT-LINE.
    MOVE WS-WINDOW-LINE TO KBF-REPORT-LINE.
    WRITE KBF-REPORT-LINE.
    MOVE SPACES TO KBF-REPORT-LINE.
    WRITE KBF-REPORT-LINE.
/
2000-LOAD-FEEDBACK.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_KB_FEEDBACK_WINDOW" USING SQLCA
                                 WINDOW-START-BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON KB_FEEDBACK_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2100-FETCH-ONE-FEEDBACK UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_KB_FEEDBACK_WINDOW" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON KB_FEEDBACK_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
2100-FETCH-ONE-FEEDBACK.
    CALL "ET_FC_KB_FEEDBACK_WINDOW" USING SQLCA
                                 PROBLEM_NUMBER         OF KB_FEEDBACK_REC
                                 ERROR_ID               OF KB_FEEDBACK_REC
                                 HIT_SOURCE             OF KB_FEEDBACK_REC
                                 HELPFUL_FLAG           OF KB_FEEDBACK_REC
                                 WORKING_PROBLEM_NUMBER OF KB_FEEDBACK_REC
                                 REC_USER               OF KB_FEEDBACK_REC
                                 REC_TMSTAMP            OF KB_FEEDBACK_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO FEEDBACK-READ-COUNT
        PERFORM 2200-TALLY-FEEDBACK
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON KB_FEEDBACK_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
2200-TALLY-FEEDBACK.
*   THE CURSOR RETURNS EACH ANSWER'S MARKS TOGETHER - A NEW KEY STARTS
*   A NEW ENTRY
    MOVE PROBLEM_NUMBER OF KB_FEEDBACK_REC TO WK-PROBLEM-NUMBER.
    MOVE ERROR_ID       OF KB_FEEDBACK_REC TO WK-ERROR-ID.

    IF ANSWER-COUNT = ZERO
    OR AN-ANSWER-KEY (ANSWER-COUNT) NOT = WS-ROW-ANSWER-KEY
        IF ANSWER-COUNT = ANSWER-MAX
            DISPLAY "MORE THAN " ANSWER-MAX " ANSWERS MARKED - RAISE "
                    "ANSWER-MAX" WITH CONVERSION
            GO TO 9900-EXIT
        END-IF
        ADD 1 TO ANSWER-COUNT
        MOVE WS-ROW-ANSWER-KEY TO AN-ANSWER-KEY (ANSWER-COUNT)
        MOVE HIT_SOURCE OF KB_FEEDBACK_REC
          TO AN-HIT-SOURCE      (ANSWER-COUNT)
        MOVE ZERO TO AN-MARK-COUNT      (ANSWER-COUNT)
        MOVE ZERO TO AN-HELPFUL-COUNT   (ANSWER-COUNT)
        MOVE ZERO TO AN-UNHELPFUL-COUNT (ANSWER-COUNT)
        MOVE "N"  TO AN-LISTED-FLAG     (ANSWER-COUNT)
    END-IF.

    ADD 1 TO AN-MARK-COUNT (ANSWER-COUNT).

    IF HELPFUL_FLAG OF KB_FEEDBACK_REC = "Y"
        ADD 1 TO AN-HELPFUL-COUNT   (ANSWER-COUNT)
    ELSE
        ADD 1 TO AN-UNHELPFUL-COUNT (ANSWER-COUNT)
    END-IF.
/
4000-PRINT-MOST-USED.
    MOVE "MOST-USED ANSWERS" TO WS-SECTION-TITLE.
    PERFORM 6000-PRINT-SECTION-HEADING.

    PERFORM 7000-START_TRAN_RO.

    MOVE ZERO TO WS-LISTED-COUNT.
    PERFORM 4100-PRINT-NEXT-MOST-USED
        UNTIL WS-LISTED-COUNT NOT < KBF-TOP-ANSWERS.

    PERFORM 7800-CMT_TRAN.

    IF ANSWER-COUNT = ZERO
        MOVE "  NO FEEDBACK RECORDED IN THE WINDOW" TO KBF-REPORT-LINE
        WRITE KBF-REPORT-LINE
    END-IF.
*
4100-PRINT-NEXT-MOST-USED.
*   A SIMPLE PICK-THE-BIGGEST PASS PER LINE - THE LIST IS SHORT
    MOVE ZERO TO WS-BEST-SUB.
    MOVE ZERO TO WS-BEST-MARKS.

    PERFORM 4110-WEIGH-ONE-ANSWER VARYING SUB1 FROM 1 BY 1
        UNTIL SUB1 > ANSWER-COUNT.

    IF WS-BEST-SUB = ZERO
        MOVE KBF-TOP-ANSWERS TO WS-LISTED-COUNT
    ELSE
        MOVE "Y" TO AN-LISTED-FLAG (WS-BEST-SUB)
        MOVE WS-BEST-SUB TO SUB2
        PERFORM 5500-PRINT-ANSWER-LINE
        ADD 1 TO ANSWER-LISTED-COUNT
        ADD 1 TO WS-LISTED-COUNT
    END-IF.
*
4110-WEIGH-ONE-ANSWER.
    IF AN-LISTED-FLAG (SUB1) = "N"
       AND AN-MARK-COUNT (SUB1) > WS-BEST-MARKS
        MOVE AN-MARK-COUNT (SUB1) TO WS-BEST-MARKS
        MOVE SUB1 TO WS-BEST-SUB
    END-IF.
/
5000-PRINT-UNHELPFUL.
    MOVE SPACES TO KBF-REPORT-LINE.
    WRITE KBF-REPORT-LINE.
    MOVE "REPEATEDLY MARKED NOT HELPFUL - REWRITE OR RETIRE"
      TO WS-SECTION-TITLE.
    PERFORM 6000-PRINT-SECTION-HEADING.

    PERFORM 7000-START_TRAN_RO.

    MOVE ZERO TO WS-LISTED-COUNT.
    PERFORM 5100-CHECK-ONE-ANSWER VARYING SUB2 FROM 1 BY 1
        UNTIL SUB2 > ANSWER-COUNT.

    PERFORM 7800-CMT_TRAN.

    IF WS-LISTED-COUNT = ZERO
        MOVE "  NONE" TO KBF-REPORT-LINE
        WRITE KBF-REPORT-LINE
    END-IF.
*
5100-CHECK-ONE-ANSWER.
    IF AN-UNHELPFUL-COUNT (SUB2) NOT < KBF-UNHELPFUL-MIN
       AND AN-UNHELPFUL-COUNT (SUB2) > AN-HELPFUL-COUNT (SUB2)
        PERFORM 5500-PRINT-ANSWER-LINE
        ADD 1 TO UNHELPFUL-LISTED-COUNT
        ADD 1 TO WS-LISTED-COUNT
    END-IF.
*
5500-PRINT-ANSWER-LINE.
    MOVE AN-MARK-COUNT      (SUB2) TO WA-MARKS.
    MOVE AN-HELPFUL-COUNT   (SUB2) TO WA-HELPFUL.
    MOVE AN-UNHELPFUL-COUNT (SUB2) TO WA-UNHELPFUL.
    MOVE SPACES TO WA-DESC.

    IF AN-HIT-SOURCE (SUB2) = "K"
        MOVE "KE"               TO WA-ANSWER-TYPE
        MOVE AN-ERROR-ID (SUB2) TO WA-ANSWER-ID
        PERFORM 5510-READ-KNOWN-ERROR-DESC
    ELSE
        MOVE "PROB"                   TO WA-ANSWER-TYPE
        MOVE AN-PROBLEM-NUMBER (SUB2) TO WA-PROBLEM-NUMBER
        MOVE WA-PROBLEM-NUMBER        TO WA-ANSWER-ID
        PERFORM 5520-READ-PROBLEM-DESC THRU 5520-READ-PROBLEM-DESC-EXIT
    END-IF.

    MOVE WS-ANSWER-LINE TO KBF-REPORT-LINE.
    WRITE KBF-REPORT-LINE.
*
5510-READ-KNOWN-ERROR-DESC.
    MOVE AN-ERROR-ID (SUB2) TO ERROR_ID OF KNOWN_ERROR_REC.

    CALL "ET_SS_KNOWN_ERROR" USING SQLCA
                                 ERROR_ID         OF KNOWN_ERROR_REC
                                 APPLICATION_ID   OF KNOWN_ERROR_REC
                                 SYMPTOM_DESC     OF KNOWN_ERROR_REC
                                 WORKAROUND_DESC  OF KNOWN_ERROR_REC
                                 ERROR_STATUS     OF KNOWN_ERROR_REC
                                 REC_USER         OF KNOWN_ERROR_REC
                                 REC_TMSTAMP      OF KNOWN_ERROR_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE SYMPTOM_DESC OF KNOWN_ERROR_REC TO WA-DESC
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
        MOVE "(KNOWN ERROR NO LONGER ON FILE)" TO WA-DESC
    WHEN OTHER
        DISPLAY "ERROR ON KNOWN_ERROR_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5520-READ-PROBLEM-DESC.
*   A LIVE PROBLEM MAY HAVE BEEN PURGED TO THE ARCHIVE SINCE IT WAS
*   MARKED - LOOK THERE IF IT IS GONE
    IF AN-HIT-SOURCE (SUB2) = "A"
        PERFORM 5530-READ-ARCHIVED-DESC
        GO TO 5520-READ-PROBLEM-DESC-EXIT
    END-IF.

    MOVE AN-PROBLEM-NUMBER (SUB2) TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC.

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
        MOVE PROBLEM_DESC OF PROBLEM_DETAILS_REC TO WA-DESC
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
        PERFORM 5530-READ-ARCHIVED-DESC
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5520-READ-PROBLEM-DESC-EXIT.
    EXIT.
*
5530-READ-ARCHIVED-DESC.
    MOVE AN-PROBLEM-NUMBER (SUB2)
      TO PROBLEM_NUMBER OF ARCHIVED_PROBLEM_DETAILS_REC.

    CALL "ET_SS_ARCHIVED_PROBLEM_DETAILS" USING SQLCA
                       PROBLEM_NUMBER       OF ARCHIVED_PROBLEM_DETAILS_REC
                       PROBLEM_STATUS       OF ARCHIVED_PROBLEM_DETAILS_REC
                       PRIORITY_ID          OF ARCHIVED_PROBLEM_DETAILS_REC
                       APPLICATION_ID       OF ARCHIVED_PROBLEM_DETAILS_REC
                       SITE_ID              OF ARCHIVED_PROBLEM_DETAILS_REC
                       PROBLEM_DESC         OF ARCHIVED_PROBLEM_DETAILS_REC
                       RECORDING_PERSON_ID  OF ARCHIVED_PROBLEM_DETAILS_REC
                       CONTACT_DATE         OF ARCHIVED_PROBLEM_DETAILS_REC
                       CONTACT_PERSON_ID    OF ARCHIVED_PROBLEM_DETAILS_REC
                       CONTACT_DEVICE       OF ARCHIVED_PROBLEM_DETAILS_REC
                       PERSON_ASSIGNED_ID   OF ARCHIVED_PROBLEM_DETAILS_REC
                       PERSON_REDIRECTED_ID OF ARCHIVED_PROBLEM_DETAILS_REC
                       OTHER_SYSTEM_CODE    OF ARCHIVED_PROBLEM_DETAILS_REC
                       EST_TO_COMPLETE_DAYS OF ARCHIVED_PROBLEM_DETAILS_REC
                       PROGRESS_DESC        OF ARCHIVED_PROBLEM_DETAILS_REC
                       SOLVED_DATE          OF ARCHIVED_PROBLEM_DETAILS_REC
                       REF_PROBLEM_NUMBER   OF ARCHIVED_PROBLEM_DETAILS_REC
                       ARCHIVED_USER        OF ARCHIVED_PROBLEM_DETAILS_REC
                       ARCHIVED_TMSTAMP     OF ARCHIVED_PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "ARCH" TO WA-ANSWER-TYPE
        MOVE PROBLEM_DESC OF ARCHIVED_PROBLEM_DETAILS_REC TO WA-DESC
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
        MOVE "(PROBLEM NO LONGER ON FILE)" TO WA-DESC
    WHEN OTHER
        DISPLAY "ERROR ON ARCHIVED_PROBLEM_SS CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
6000-PRINT-SECTION-HEADING.
    MOVE WS-SECTION-LINE TO KBF-REPORT-LINE.
    WRITE KBF-REPORT-LINE.
    MOVE WS-ANSWER-HEADING TO KBF-REPORT-LINE.
    WRITE KBF-REPORT-LINE.
*
6100-PRINT-TOTALS.
    MOVE SPACES TO KBF-REPORT-LINE.
    WRITE KBF-REPORT-LINE.

    MOVE "FEEDBACK MARKS READ      = " TO WC-CAPTION.
    MOVE FEEDBACK-READ-COUNT           TO WC-COUNT.
    MOVE WS-COUNT-LINE TO KBF-REPORT-LINE.
    WRITE KBF-REPORT-LINE.

    MOVE "ANSWERS MARKED           = " TO WC-CAPTION.
    MOVE ANSWER-COUNT                  TO WC-COUNT.
    MOVE WS-COUNT-LINE TO KBF-REPORT-LINE.
    WRITE KBF-REPORT-LINE.

    MOVE "FLAGGED NOT HELPFUL      = " TO WC-CAPTION.
    MOVE UNHELPFUL-LISTED-COUNT        TO WC-COUNT.
    MOVE WS-COUNT-LINE TO KBF-REPORT-LINE.
    WRITE KBF-REPORT-LINE.
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
    CLOSE KBF-REPORT-FILE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
*
8800-FORMAT-TIME.
*   DD-MMM-YYYY - THE DESCRIPTOR LENGTH CUTS OFF THE TIME
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
    MOVE FEEDBACK-READ-COUNT    TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE ANSWER-LISTED-COUNT    TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    ADD  UNHELPFUL-LISTED-COUNT TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE UNHELPFUL-LISTED-COUNT TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK134 ****************
