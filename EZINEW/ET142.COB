IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK142                                                 *
*   Program Name : Engineer Run Sheets and Visit Exceptions                   *
*   Summary      : Nightly batch report - prints one run sheet per field    *
*                  engineer for tomorrow's booked SITE_VISIT rows (see      *
*                  EZITRAK004's header for the table and the "K" booking    *
*                  key), each on its own page with the engineer's name and  *
*                  phone. Visits are grouped by SITE_ID under the site's    *
*                  description and listed in slot order (all-day, AM, PM),  *
*                  each with the problem's priority and description, the    *
*                  equipment it was logged against and every contact - the  *
*                  CONTACT_PERSON_ID and each extra PROBLEM_CONTACT_DETAILS *
*                  line - with a phone number, so the engineer leaves with  *
*                  everything the whiteboard used to hold. A last page      *
*                  lists every earlier visit still showing as booked -      *
*                  never marked complete or cancelled - and whether an      *
*                  arrival was at least recorded, for the desk to chase.    *
*                  Read-only - nothing is changed.                          *
*                                                                             *
*   TABLES  USED : SITE_VISIT              (Input)                           *
*                  PROBLEM_DETAILS         (Input)                           *
*                  PROBLEM_CONTACT_DETAILS (Input)                           *
*                  EQUIPMENT_DETAILS       (Input)                           *
*                  SITE_DETAILS            (Input)                           *
*                  PERSON_DETAILS          (Input)                           *
*                  JOB_RUN_LOG             (Output)                          *
*                                                                             *
*   NOTE         : two new SITE_VISIT cursors need generating alongside the *
*                  EZITRAK004 ones - ET_OC/FC/CC_SITE_VISIT_BY_DATE (WHERE  *
*                  VISIT_DATE = :DAY ORDER BY ENGINEER_ID, SITE_ID,          *
*                  TIME_SLOT, PROBLEM_NUMBER, fetching ENGINEER_ID,          *
*                  SITE_ID, TIME_SLOT, PROBLEM_NUMBER, VISIT_STATUS) and     *
*                  ET_OC/FC/CC_SITE_VISIT_OPEN (WHERE VISIT_STATUS = 'B'     *
*                  AND VISIT_DATE < :DAY ORDER BY VISIT_DATE, ENGINEER_ID,   *
*                  fetching VISIT_DATE, ENGINEER_ID, PROBLEM_NUMBER,         *
*                  SITE_ID, TIME_SLOT, ARRIVAL_TMSTAMP). The equipment       *
*                  reference is read through EZITRAK001's narrow             *
*                  ET_SS_PROBLEM_EQUIPMENT_REF. Job log: READ_COUNT =        *
*                  visits on tomorrow's sheets, UPDATE_COUNT = run sheets    *
*                  printed, REJECT_COUNT = visits on the exceptions page.    *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK142.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-SHEET-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  RUN-SHEET-FILE
    LABEL RECORDS ARE STANDARD.
01  RUN-SHEET-LINE                                  PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.SITE_VISIT_REC"               from dictionary.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"          from dictionary.
    copy "EZITRAK_CDD.PROBLEM_CONTACT_DETAILS_REC"  from dictionary.
    copy "EZITRAK_CDD.EQUIPMENT_DETAILS_REC"        from dictionary.
    copy "EZITRAK_CDD.SITE_DETAILS_REC"             from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"           from dictionary.
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
 01  WS-DAY-NUMBER                               PIC S9(9) COMP.
 01  WS-TODAY-BIN                                PIC S9(11)V9(7) COMP.
 01  WS-TOMORROW-BIN                             PIC S9(11)V9(7) COMP.
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.
 01  WS-TOMORROW-TEXT                            PIC X(23).
 01  WS-VISIT-DATE-TEXT                          PIC X(23).

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB2                                        PIC S9(4) COMP.

 01  VISIT-COUNT                                 PIC S9(4) COMP VALUE 0.
 01  VISIT-MAX                                   PIC S9(4) COMP VALUE 500.
 01  VISIT-TRUNC-FLAG                            PIC X VALUE "N".
 01  VISIT-TABLE.
     05  VISIT-ENTRY OCCURS 500 TIMES.
         10  VST-ENGINEER-ID                     PIC X(8).
         10  VST-SITE-ID                         PIC X(8).
         10  VST-TIME-SLOT                       PIC XX.
         10  VST-PROBLEM-NUMBER                  PIC 9(9).

 01  WS-LAST-ENGINEER-ID                         PIC X(8).
 01  WS-LAST-SITE-ID                             PIC X(8).
 01  WS-EQUIPMENT-ID                             PIC X(8).

 01  CONTACT-COUNT                               PIC S9(4) COMP VALUE 0.
 01  CONTACT-MAX                                 PIC S9(4) COMP VALUE 20.
 01  CONTACT-FOUND-FLAG                          PIC X.
 01  WS-ADD-PERSON-ID                            PIC X(8).
 01  CONTACT-TABLE.
     05  CONTACT-ENTRY OCCURS 20 TIMES.
         10  CNT-PERSON-ID                       PIC X(8).

 01  SHEET-COUNT                                 PIC S9(9) COMP VALUE 0.
 01  EXCEPTION-COUNT                             PIC S9(9) COMP VALUE 0.

 01  WS-HEADING-LINE.
     05  FILLER                                  PIC X(33) VALUE
            "EZITRAK142 - ENGINEER RUN SHEET ".
     05  WH-VISIT-DATE                           PIC X(11).

 01  WS-ENGINEER-LINE.
     05  FILLER                                  PIC X(12) VALUE
                                                    "ENGINEER : ".
     05  WE-ENGINEER-ID                          PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WE-ENGINEER-NAME                        PIC X(30).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WE-ENGINEER-PHONE                       PIC X(20).

 01  WS-SITE-LINE.
     05  FILLER                                  PIC X(10) VALUE
                                                    "SITE   : ".
     05  WL-SITE-ID                              PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WL-SITE-DESC                            PIC X(60).

 01  WS-VISIT-LINE.
     05  FILLER                                  PIC X(4)  VALUE SPACES.
     05  WV-TIME-SLOT                            PIC XX.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  FILLER                                  PIC X(8)  VALUE
                                                    "PROBLEM ".
     05  WV-PROBLEM-NUMBER                       PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WV-PRIORITY-ID                          PIC X(4).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WV-PROBLEM-DESC                         PIC X(60).

 01  WS-EQUIPMENT-LINE.
     05  FILLER                                  PIC X(10) VALUE SPACES.
     05  FILLER                                  PIC X(12) VALUE
                                                    "EQUIPMENT : ".
     05  WQ-EQUIPMENT-ID                         PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WQ-EQUIPMENT-TYPE                       PIC X(20).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WQ-EQUIPMENT-MODEL                      PIC X(30).

 01  WS-CONTACT-LINE.
     05  FILLER                                  PIC X(10) VALUE SPACES.
     05  FILLER                                  PIC X(12) VALUE
                                                    "CONTACT   : ".
     05  WC-PERSON-ID                            PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WC-PERSON-NAME                          PIC X(30).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WC-PERSON-PHONE                         PIC X(20).

 01  WS-EXCEPTION-HEADING.
     05  FILLER                                  PIC X(50) VALUE
            "EZITRAK142 - VISITS NOT MARKED COMPLETE".

 01  WS-EXCEPTION-COLUMNS.
     05  FILLER                                  PIC X(14) VALUE
                                                    "VISIT DATE".
     05  FILLER                                  PIC X(10) VALUE
                                                    "ENGINEER".
     05  FILLER                                  PIC X(13) VALUE
                                                    "  PROBLEM".
     05  FILLER                                  PIC X(10) VALUE
                                                    "SITE".
     05  FILLER                                  PIC X(6)  VALUE
                                                    "SLOT".
     05  FILLER                                  PIC X(20) VALUE
                                                    "ON SITE".

 01  WS-EXCEPTION-LINE.
     05  WX-VISIT-DATE                           PIC X(11).
     05  FILLER                                  PIC X(3)  VALUE SPACES.
     05  WX-ENGINEER-ID                          PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WX-PROBLEM-NUMBER                       PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(4)  VALUE SPACES.
     05  WX-SITE-ID                              PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WX-TIME-SLOT                            PIC XX.
     05  FILLER                                  PIC X(4)  VALUE SPACES.
     05  WX-ARRIVAL-TEXT                         PIC X(30).

 01  WS-TOTALS-LINE.
     05  WT-LABEL                                PIC X(30).
     05  WT-COUNT                                PIC ZZZZZZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK142".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 3000-LOAD-TOMORROWS-VISITS.

    PERFORM 7000-START_TRAN_RO.

    PERFORM 3500-PRINT-ONE-VISIT VARYING SUB1 FROM 1 BY 1
                                 UNTIL SUB1 > VISIT-COUNT.

    PERFORM 7800-CMT_TRAN.

    PERFORM 5000-PRINT-EXCEPTIONS.

    PERFORM 6000-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO   TO SQLCODE.
    MOVE "N"    TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO   TO VISIT-COUNT.
    MOVE SPACES TO WS-LAST-ENGINEER-ID.
    MOVE SPACES TO WS-LAST-SITE-ID.

*   VISITS ARE KEYED ON MIDNIGHT OF THE DAY - TODAY'S MIDNIGHT IS THE
*   EXCEPTIONS CUT-OFF AND THE NEXT ONE PICKS OUT TOMORROW'S SHEETS
    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    DIVIDE CURRENT_DATE_BIN BY ONE-DAY-BIN
        GIVING WS-DAY-NUMBER.
    MOVE ONE-DAY-BIN TO WS-TODAY-BIN.
    MULTIPLY WS-DAY-NUMBER BY WS-TODAY-BIN.
    ADD ONE-DAY-BIN TO WS-TODAY-BIN GIVING WS-TOMORROW-BIN.

    MOVE SPACES TO WS-TOMORROW-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-TOMORROW-TEXT
                            BY REFERENCE  WS-TOMORROW-BIN
                            OMITTED
                      GIVING ERR_RET.

    MOVE WS-TOMORROW-TEXT (1:11) TO WH-VISIT-DATE.

    OPEN OUTPUT RUN-SHEET-FILE.
/
3000-LOAD-TOMORROWS-VISITS.
*   THE DAY'S VISITS ARE TABLED FIRST SO THE PROBLEM, EQUIPMENT AND
*   CONTACT READS FOR EACH ONE ARE NOT MADE INSIDE THE OPEN CURSOR
    PERFORM 7000-START_TRAN_RO.

    MOVE WS-TOMORROW-BIN TO VISIT_DATE OF SITE_VISIT_REC.

    CALL "ET_OC_SITE_VISIT_BY_DATE" USING SQLCA
                                 VISIT_DATE OF SITE_VISIT_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON VISIT_DATE_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-VISIT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_SITE_VISIT_BY_DATE" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON VISIT_DATE_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3100-FETCH-ONE-VISIT.
    CALL "ET_FC_SITE_VISIT_BY_DATE" USING SQLCA
                                 ENGINEER_ID    OF SITE_VISIT_REC
                                 SITE_ID        OF SITE_VISIT_REC
                                 TIME_SLOT      OF SITE_VISIT_REC
                                 PROBLEM_NUMBER OF SITE_VISIT_REC
                                 VISIT_STATUS   OF SITE_VISIT_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF VISIT_STATUS OF SITE_VISIT_REC = "B"
            PERFORM 3150-TABLE-VISIT
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON VISIT_DATE_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3150-TABLE-VISIT.
    IF VISIT-COUNT < VISIT-MAX
        ADD 1 TO VISIT-COUNT
        MOVE ENGINEER_ID    OF SITE_VISIT_REC
          TO VST-ENGINEER-ID    (VISIT-COUNT)
        MOVE SITE_ID        OF SITE_VISIT_REC
          TO VST-SITE-ID        (VISIT-COUNT)
        MOVE TIME_SLOT      OF SITE_VISIT_REC
          TO VST-TIME-SLOT      (VISIT-COUNT)
        MOVE PROBLEM_NUMBER OF SITE_VISIT_REC
          TO VST-PROBLEM-NUMBER (VISIT-COUNT)
    ELSE
        IF VISIT-TRUNC-FLAG = "N"
            DISPLAY "MORE THAN " VISIT-MAX
                    " VISITS TOMORROW - RUN SHEETS TRUNCATED"
                    WITH CONVERSION
            MOVE "Y" TO VISIT-TRUNC-FLAG
        END-IF
    END-IF.
/
3500-PRINT-ONE-VISIT.
    IF VST-ENGINEER-ID (SUB1) NOT = WS-LAST-ENGINEER-ID
        PERFORM 3600-START-ENGINEER-SHEET
        MOVE SPACES TO WS-LAST-SITE-ID
    END-IF.

    IF VST-SITE-ID (SUB1) NOT = WS-LAST-SITE-ID
        PERFORM 3650-START-SITE-GROUP
    END-IF.

    PERFORM 3700-PRINT-VISIT-DETAIL.
*
3600-START-ENGINEER-SHEET.
    MOVE VST-ENGINEER-ID (SUB1) TO WS-LAST-ENGINEER-ID.
    ADD 1 TO SHEET-COUNT.

    MOVE WS-HEADING-LINE TO RUN-SHEET-LINE.
    WRITE RUN-SHEET-LINE AFTER ADVANCING PAGE.
    MOVE SPACES TO RUN-SHEET-LINE.
    WRITE RUN-SHEET-LINE.

    MOVE SPACES                 TO WE-ENGINEER-NAME.
    MOVE SPACES                 TO WE-ENGINEER-PHONE.
    MOVE VST-ENGINEER-ID (SUB1) TO WE-ENGINEER-ID.
    MOVE VST-ENGINEER-ID (SUB1) TO PERSON_ID OF PERSON_DETAILS_REC.

    PERFORM 8500-READ-PERSON.

    IF TMP_FLAG = "Y"
        MOVE PERSON_DESC  OF PERSON_DETAILS_REC TO WE-ENGINEER-NAME
        MOVE PERSON_PHONE OF PERSON_DETAILS_REC TO WE-ENGINEER-PHONE
    ELSE
        MOVE "*** NOT ON FILE ***"              TO WE-ENGINEER-NAME
    END-IF.

    MOVE WS-ENGINEER-LINE TO RUN-SHEET-LINE.
    WRITE RUN-SHEET-LINE.
*
3650-START-SITE-GROUP.
    MOVE VST-SITE-ID (SUB1) TO WS-LAST-SITE-ID.

    MOVE VST-SITE-ID (SUB1) TO WL-SITE-ID.
    MOVE VST-SITE-ID (SUB1) TO SITE_ID OF SITE_DETAILS_REC.

    CALL "ET_SS_SITE_DETAILS" USING SQLCA
                                 SITE_ID   OF SITE_DETAILS_REC
                                 SITE_DESC OF SITE_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE SITE_DESC OF SITE_DETAILS_REC TO WL-SITE-DESC
    WHEN SQL_NOT_FOUND
        MOVE "*** NOT ON FILE ***"         TO WL-SITE-DESC
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON SITE_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE SPACES TO RUN-SHEET-LINE.
    WRITE RUN-SHEET-LINE.
    MOVE WS-SITE-LINE TO RUN-SHEET-LINE.
    WRITE RUN-SHEET-LINE.
/
3700-PRINT-VISIT-DETAIL.
    MOVE VST-PROBLEM-NUMBER (SUB1) TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC.

    PERFORM 7400-PROBLEM_SS.

    MOVE SPACES TO RUN-SHEET-LINE.
    WRITE RUN-SHEET-LINE.

    MOVE VST-TIME-SLOT (SUB1)      TO WV-TIME-SLOT.
    MOVE VST-PROBLEM-NUMBER (SUB1) TO WV-PROBLEM-NUMBER.

    IF TMP_FLAG = "N"
        MOVE SPACES                TO WV-PRIORITY-ID
        MOVE "*** PROBLEM NOT ON FILE ***" TO WV-PROBLEM-DESC
        MOVE WS-VISIT-LINE         TO RUN-SHEET-LINE
        WRITE RUN-SHEET-LINE
    ELSE
        MOVE PRIORITY_ID  OF PROBLEM_DETAILS_REC TO WV-PRIORITY-ID
        MOVE PROBLEM_DESC OF PROBLEM_DETAILS_REC TO WV-PROBLEM-DESC
        MOVE WS-VISIT-LINE         TO RUN-SHEET-LINE
        WRITE RUN-SHEET-LINE
        PERFORM 3750-PRINT-EQUIPMENT THRU 3750-PRINT-EQUIPMENT-EXIT
        PERFORM 3800-GATHER-CONTACTS
        PERFORM 3860-PRINT-ONE-CONTACT VARYING SUB2 FROM 1 BY 1
                                       UNTIL SUB2 > CONTACT-COUNT
    END-IF.
*
3750-PRINT-EQUIPMENT.
    MOVE SPACES TO WS-EQUIPMENT-ID.

    CALL "ET_SS_PROBLEM_EQUIPMENT_REF" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 WS-EQUIPMENT-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON EQUIPMENT_REF_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF WS-EQUIPMENT-ID = SPACES
        GO TO 3750-PRINT-EQUIPMENT-EXIT
    END-IF.

    MOVE WS-EQUIPMENT-ID TO EQUIPMENT_ID OF EQUIPMENT_DETAILS_REC.

    CALL "ET_SS_EQUIPMENT_DETAILS" USING SQLCA
                                 EQUIPMENT_ID    OF EQUIPMENT_DETAILS_REC
                                 SITE_ID         OF EQUIPMENT_DETAILS_REC
                                 EQUIPMENT_TYPE  OF EQUIPMENT_DETAILS_REC
                                 EQUIPMENT_MODEL OF EQUIPMENT_DETAILS_REC
                                 INSTALL_DATE    OF EQUIPMENT_DETAILS_REC
                                 REC_USER        OF EQUIPMENT_DETAILS_REC
                                 REC_TMSTAMP     OF EQUIPMENT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE SPACES TO EQUIPMENT_TYPE OF EQUIPMENT_DETAILS_REC
        MOVE "*** NOT ON FILE ***" TO EQUIPMENT_MODEL
                                   OF EQUIPMENT_DETAILS_REC
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON EQUIPMENT_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE WS-EQUIPMENT-ID                         TO WQ-EQUIPMENT-ID.
    MOVE EQUIPMENT_TYPE  OF EQUIPMENT_DETAILS_REC TO WQ-EQUIPMENT-TYPE.
    MOVE EQUIPMENT_MODEL OF EQUIPMENT_DETAILS_REC TO WQ-EQUIPMENT-MODEL.
    MOVE WS-EQUIPMENT-LINE TO RUN-SHEET-LINE.
    WRITE RUN-SHEET-LINE.
*
3750-PRINT-EQUIPMENT-EXIT.
    EXIT.
*
3800-GATHER-CONTACTS.
*   THE MAIN CONTACT FIRST, THEN EACH EXTRA CONTACT LINE - A PERSON
*   ON THE PROBLEM TWICE IS ONLY LISTED ONCE
    MOVE ZERO   TO CONTACT-COUNT.
    MOVE SPACES TO CONTACT-TABLE.

    MOVE CONTACT_PERSON_ID OF PROBLEM_DETAILS_REC TO WS-ADD-PERSON-ID.
    PERFORM 3850-ADD-CONTACT.

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

    PERFORM 3810-FETCH-ONE-CONTACT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_CONTACT_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CONTACT_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3810-FETCH-ONE-CONTACT.
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
        PERFORM 3850-ADD-CONTACT
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON CONTACT_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3850-ADD-CONTACT.
    MOVE "N" TO CONTACT-FOUND-FLAG.

    IF WS-ADD-PERSON-ID = SPACES
        MOVE "Y" TO CONTACT-FOUND-FLAG
    ELSE
        PERFORM 3855-MATCH-CONTACT VARYING SUB2 FROM 1 BY 1
                                   UNTIL SUB2 > CONTACT-COUNT
                                   OR CONTACT-FOUND-FLAG = "Y"
    END-IF.

    IF CONTACT-FOUND-FLAG = "N" AND CONTACT-COUNT < CONTACT-MAX
        ADD 1 TO CONTACT-COUNT
        MOVE WS-ADD-PERSON-ID TO CNT-PERSON-ID (CONTACT-COUNT)
    END-IF.
*
3855-MATCH-CONTACT.
    IF CNT-PERSON-ID (SUB2) = WS-ADD-PERSON-ID
        MOVE "Y" TO CONTACT-FOUND-FLAG
    END-IF.
*
3860-PRINT-ONE-CONTACT.
    MOVE CNT-PERSON-ID (SUB2) TO WC-PERSON-ID.
    MOVE SPACES               TO WC-PERSON-NAME.
    MOVE SPACES               TO WC-PERSON-PHONE.
    MOVE CNT-PERSON-ID (SUB2) TO PERSON_ID OF PERSON_DETAILS_REC.

    PERFORM 8500-READ-PERSON.

    IF TMP_FLAG = "Y"
        MOVE PERSON_DESC  OF PERSON_DETAILS_REC TO WC-PERSON-NAME
        MOVE PERSON_PHONE OF PERSON_DETAILS_REC TO WC-PERSON-PHONE
    ELSE
        MOVE "*** NOT ON FILE ***"              TO WC-PERSON-NAME
    END-IF.

    MOVE WS-CONTACT-LINE TO RUN-SHEET-LINE.
    WRITE RUN-SHEET-LINE.
/
5000-PRINT-EXCEPTIONS.
*   NOTHING BUT PRINTING HAPPENS INSIDE THIS CURSOR, SO THE ROWS GO
*   STRAIGHT TO THE PAGE AS THEY ARE FETCHED
    MOVE WS-EXCEPTION-HEADING TO RUN-SHEET-LINE.
    WRITE RUN-SHEET-LINE AFTER ADVANCING PAGE.
    MOVE SPACES TO RUN-SHEET-LINE.
    WRITE RUN-SHEET-LINE.
    MOVE WS-EXCEPTION-COLUMNS TO RUN-SHEET-LINE.
    WRITE RUN-SHEET-LINE.

    PERFORM 7000-START_TRAN_RO.

    MOVE WS-TODAY-BIN TO VISIT_DATE OF SITE_VISIT_REC.

    CALL "ET_OC_SITE_VISIT_OPEN" USING SQLCA
                                 VISIT_DATE OF SITE_VISIT_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON VISIT_OPEN_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 5100-FETCH-ONE-EXCEPTION UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_SITE_VISIT_OPEN" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON VISIT_OPEN_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.

    IF EXCEPTION-COUNT = ZERO
        MOVE "NO OUTSTANDING VISITS" TO RUN-SHEET-LINE
        WRITE RUN-SHEET-LINE
    END-IF.
*
5100-FETCH-ONE-EXCEPTION.
    CALL "ET_FC_SITE_VISIT_OPEN" USING SQLCA
                                 VISIT_DATE      OF SITE_VISIT_REC
                                 ENGINEER_ID     OF SITE_VISIT_REC
                                 PROBLEM_NUMBER  OF SITE_VISIT_REC
                                 SITE_ID         OF SITE_VISIT_REC
                                 TIME_SLOT       OF SITE_VISIT_REC
                                 ARRIVAL_TMSTAMP OF SITE_VISIT_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 5200-PRINT-EXCEPTION-LINE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON VISIT_OPEN_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5200-PRINT-EXCEPTION-LINE.
    ADD 1 TO EXCEPTION-COUNT.

    MOVE SPACES TO WS-VISIT-DATE-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-VISIT-DATE-TEXT
                            BY REFERENCE  VISIT_DATE OF SITE_VISIT_REC
                            OMITTED
                      GIVING ERR_RET.

    MOVE WS-VISIT-DATE-TEXT (1:11)          TO WX-VISIT-DATE.
    MOVE ENGINEER_ID    OF SITE_VISIT_REC   TO WX-ENGINEER-ID.
    MOVE PROBLEM_NUMBER OF SITE_VISIT_REC   TO WX-PROBLEM-NUMBER.
    MOVE SITE_ID        OF SITE_VISIT_REC   TO WX-SITE-ID.
    MOVE TIME_SLOT      OF SITE_VISIT_REC   TO WX-TIME-SLOT.

    IF ARRIVAL_TMSTAMP OF SITE_VISIT_REC = ZERO
        MOVE "NO ARRIVAL RECORDED"          TO WX-ARRIVAL-TEXT
    ELSE
        MOVE "ARRIVED - NOT MARKED DONE"    TO WX-ARRIVAL-TEXT
    END-IF.

    MOVE WS-EXCEPTION-LINE TO RUN-SHEET-LINE.
    WRITE RUN-SHEET-LINE.
/
6000-PRINT-TOTALS.
    MOVE SPACES TO RUN-SHEET-LINE.
    WRITE RUN-SHEET-LINE.

    MOVE "VISITS ON TOMORROW'S SHEETS = " TO WT-LABEL.
    MOVE VISIT-COUNT                      TO WT-COUNT.
    MOVE WS-TOTALS-LINE                   TO RUN-SHEET-LINE.
    WRITE RUN-SHEET-LINE.

    MOVE "RUN SHEETS PRINTED          = " TO WT-LABEL.
    MOVE SHEET-COUNT                      TO WT-COUNT.
    MOVE WS-TOTALS-LINE                   TO RUN-SHEET-LINE.
    WRITE RUN-SHEET-LINE.

    MOVE "VISITS NOT MARKED COMPLETE  = " TO WT-LABEL.
    MOVE EXCEPTION-COUNT                  TO WT-COUNT.
    MOVE WS-TOTALS-LINE                   TO RUN-SHEET-LINE.
    WRITE RUN-SHEET-LINE.
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
    CLOSE RUN-SHEET-FILE.
*
8500-READ-PERSON.
    CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                  PERSON_ID       OF PERSON_DETAILS_REC
                                  PERSON_DESC     OF PERSON_DETAILS_REC
                                  PERSON_PHONE    OF PERSON_DETAILS_REC
                                  SUPERVISOR_FLAG OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TMP_FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
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
    MOVE VISIT-COUNT     TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE SHEET-COUNT     TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE EXCEPTION-COUNT TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK142 ****************
