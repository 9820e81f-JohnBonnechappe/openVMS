IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK0973                                                *
*   Program Name : Report Definition Table                                    *
*   Summary      : CALLed by EZITRAK097 with a MODE_FLAG parameter, the     *
*                  same shape as EZITRAK0933. Mode "F" fetches every        *
*                  REPORT_DEFINITION row into the EZITRAK971 list screen    *
*                  record; mode "U" applies the insert/modify/delete lines  *
*                  entered on the list screen. Only a SUPERVISOR_FLAG "Y"   *
*                  user may change a definition (anyone else is refused and *
*                  the refusal logged). Each line is validated - a report   *
*                  name and title, one to ten known column codes, status    *
*                  O/C/blank, the PRIORITY_ID, APPLICATION_ID, SITE_ID and  *
*                  assignee PERSON_ID criteria against their lookup tables, *
*                  a known sort column with order A/D, output P (print) or  *
*                  C (CSV) and chain flag Y/N - and every change is written *
*                  through LOOKUP_AUDIT_LOG.                                *
*                                                                             *
*   SCREENS USED : EZITRAK971 (record only - displayed by EZITRAK097)         *
*                                                                             *
*   TABLES  USED : REPORT_DEFINITION    (Input-Output)                        *
*                  PRIORITY_DETAILS     (Input)                               *
*                  APPLICATION_DETAILS  (Input)                               *
*                  SITE_DETAILS         (Input)                               *
*                  PERSON_DETAILS       (Input)                               *
*                  LOOKUP_AUDIT_LOG     (Output)                              *
*                                                                             *
*   NOTE         : REPORT_DEFINITION is a new CDD table, not yet generated,  *
*                  keyed on REPORT_NAME:                                     *
*                      REPORT_NAME          PIC X(12)                        *
*                      REPORT_TITLE         PIC X(40)                        *
*                      COLUMN_LIST          PIC X(20)  (10 x 2-char codes)   *
*                      SEL_STATUS           PIC X      (O/C, blank = all)    *
*                      SEL_PRIORITY_ID      PIC X(2)   (blank = any)         *
*                      SEL_APPLICATION_ID   PIC X(4)   (blank = any)         *
*                      SEL_SITE_ID          PIC X(4)   (blank = any)         *
*                      SEL_ASSIGNED_ID      PIC X(8)   (blank = any)         *
*                      SEL_MIN_AGE_DAYS     PIC 9(4)   (zero = any)          *
*                      SORT_COLUMN          PIC X(2)   (blank = problem no)  *
*                      SORT_ORDER           PIC X      (A/D)                 *
*                      OUTPUT_TYPE          PIC X      (P print / C CSV)     *
*                      CHAIN_FLAG           PIC X      (Y = nightly chain)   *
*                      REC_USER             PIC X(8)                         *
*                      REC_TMSTAMP          PIC S9(11)V9(7) COMP             *
*                  The column codes are PN problem number, ST status, PR    *
*                  priority, PD priority description, AP application, AD    *
*                  application description, SI site, SD site description,   *
*                  AS assignee, AN assignee name, CP contact person, CD     *
*                  contact date, SO solved date, AG age in days and DS      *
*                  problem description - the same catalogue EZITRAK098      *
*                  prints from. REPORT_NAME doubles as the                  *
*                  REPORT_DISTRIBUTION report name (EZITRAK057 screen), so  *
*                  a definition is mailed to its list like any other        *
*                  report. A DBA/CDD maintainer needs to create the table   *
*                  and generate the full-table cursor                       *
*                  ET_OC/FC/CC_REPORT_DEFINITION (ordered by REPORT_NAME)   *
*                  and ET_SS/IR/UR/DR_REPORT_DEFINITION on REPORT_NAME.     *
*                                                                             *
*   NOTE         : EZITRAK971_REC is a new CDD screen record, not yet       *
*                  generated - KEY_PRESSED PIC X, ERROR_MESSAGE PIC X(60)   *
*                  and an OCCURS 20 line table of UPDATE_IND PIC X plus     *
*                  every REPORT_DEFINITION column above - the               *
*                  EZITRAK931_REC list-screen shape, in the same FORMS$     *
*                  library as EZITRAK931.                                   *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK0973.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
/
DATA DIVISION.
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.REPORT_DEFINITION_REC"     from dictionary.
    copy "EZITRAK_CDD.PRIORITY_DETAILS_REC"      from dictionary.
    copy "EZITRAK_CDD.APPLICATION_DETAILS_REC"   from dictionary.
    copy "EZITRAK_CDD.SITE_DETAILS_REC"          from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"        from dictionary.
    copy "EZITRAK_CDD.AUTH_REFUSAL_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.LOOKUP_AUDIT_LOG_REC"      from dictionary.
/
 01  TMP-FLAG                                    PIC X.
 01  LOOKUP-FOUND-FLAG                           PIC X.
 01  SUPERVISOR-OK-FLAG                          PIC X.

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
 01  SS$_NORMAL                                  PIC S9(9) COMP
     VALUE IS EXTERNAL SS$_NORMAL.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.

 01  CURRENT_USER_ID                             PIC X(8).
 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  TRANSACTION_BEGUN_FLAG                      PIC X.

 01  EXIT_STATUS                                 PIC S9(9) COMP.

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB1_MAX                                    PIC S9(4) COMP VALUE 20.
 01  COL-SUB                                     PIC S9(4) COMP.
 01  CAT-SUB                                     PIC S9(4) COMP.
 01  COLUMN-CODE-COUNT                           PIC S9(4) COMP.

*   THE COLUMN CATALOGUE - KEEP IN STEP WITH EZITRAK098'S
*   COLUMN-CATALOGUE-TABLE, WHICH CARRIES THE WIDTHS AND HEADINGS
 01  COLUMN-CODE-COUNT-MAX                       PIC S9(4) COMP VALUE 15.
 01  COLUMN-CODE-TABLE.
     05  FILLER                                  PIC X(30) VALUE
                                     "PNSTPRPDAPADSISDASANCPCDSOAGDS".
 01  COLUMN-CODE-ENTRIES REDEFINES COLUMN-CODE-TABLE.
     05  COLUMN-CODE OCCURS 15 TIMES             PIC X(2).

 01  WS-COLUMN-LIST.
     05  WS-COLUMN-ENTRY OCCURS 10 TIMES         PIC X(2).
 01  WS-CHECK-CODE                               PIC X(2).
 01  WS-CODE-KNOWN-FLAG                          PIC X.

 01  WS-MIN-AGE-TEXT                             PIC 9(4).
 01  WS-AUDIT-IMAGE                              PIC X(120).
*
* ************ TEMP ITEM -- REMOVE AFTER PROG IS OK ***************
 01  TEMP-COUNTER                                PIC S9(9) COMP.

/
LINKAGE SECTION.
 01  MODE_FLAG                                   PIC X.

    copy "EZITRAK_CDD.EZITRAK971_REC"  from dictionary.

PROCEDURE DIVISION USING MODE_FLAG , EZITRAK971_REC
                   GIVING EXIT_STATUS.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    EVALUATE MODE_FLAG
    WHEN "F"
        PERFORM 3000-FETCH-DEFINITION-RECORDS
    WHEN "U"
        PERFORM 5000-UPDATE-DEFINITION-RECORDS
    WHEN OTHER
        MOVE 100 TO EXIT_STATUS
    END-EVALUATE.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO    TO SQLCODE.
    MOVE ZERO    TO EXIT_STATUS.
    MOVE "N"     TO TRANSACTION_BEGUN_FLAG.

    MOVE "REPORT_DEFINITION" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC.
/
3000-FETCH-DEFINITION-RECORDS.
    INITIALIZE             EZITRAK971-REC.

    PERFORM 7000_START_TRAN_RO.

    CALL "ET_OC_REPORT_DEFINITION" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF REPORT_DEFN_OC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 3150_FETCH VARYING SUB1 FROM 1 BY 1
                               UNTIL NOT SQL_SUCCESS
                               OR SUB1 > SUB1_MAX.

    CALL "ET_CC_REPORT_DEFINITION" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 7800_CMT_TRAN.
*
3150_FETCH.
    CALL "ET_FC_REPORT_DEFINITION" USING SQLCA
                             REPORT_NAME        OF REPORT_DEFINITION_REC
                             REPORT_TITLE       OF REPORT_DEFINITION_REC
                             COLUMN_LIST        OF REPORT_DEFINITION_REC
                             SEL_STATUS         OF REPORT_DEFINITION_REC
                             SEL_PRIORITY_ID    OF REPORT_DEFINITION_REC
                             SEL_APPLICATION_ID OF REPORT_DEFINITION_REC
                             SEL_SITE_ID        OF REPORT_DEFINITION_REC
                             SEL_ASSIGNED_ID    OF REPORT_DEFINITION_REC
                             SEL_MIN_AGE_DAYS   OF REPORT_DEFINITION_REC
                             SORT_COLUMN        OF REPORT_DEFINITION_REC
                             SORT_ORDER         OF REPORT_DEFINITION_REC
                             OUTPUT_TYPE        OF REPORT_DEFINITION_REC
                             CHAIN_FLAG         OF REPORT_DEFINITION_REC
                             REC_USER           OF REPORT_DEFINITION_REC
                             REC_TMSTAMP        OF REPORT_DEFINITION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 7700_SETUP_REC
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF FC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
7700_SETUP_REC.
        MOVE REPORT_NAME        OF REPORT_DEFINITION_REC
          TO REPORT_NAME        OF EZITRAK971_REC (SUB1).
        MOVE REPORT_TITLE       OF REPORT_DEFINITION_REC
          TO REPORT_TITLE       OF EZITRAK971_REC (SUB1).
        MOVE COLUMN_LIST        OF REPORT_DEFINITION_REC
          TO COLUMN_LIST        OF EZITRAK971_REC (SUB1).
        MOVE SEL_STATUS         OF REPORT_DEFINITION_REC
          TO SEL_STATUS         OF EZITRAK971_REC (SUB1).
        MOVE SEL_PRIORITY_ID    OF REPORT_DEFINITION_REC
          TO SEL_PRIORITY_ID    OF EZITRAK971_REC (SUB1).
        MOVE SEL_APPLICATION_ID OF REPORT_DEFINITION_REC
          TO SEL_APPLICATION_ID OF EZITRAK971_REC (SUB1).
        MOVE SEL_SITE_ID        OF REPORT_DEFINITION_REC
          TO SEL_SITE_ID        OF EZITRAK971_REC (SUB1).
        MOVE SEL_ASSIGNED_ID    OF REPORT_DEFINITION_REC
          TO SEL_ASSIGNED_ID    OF EZITRAK971_REC (SUB1).
        MOVE SEL_MIN_AGE_DAYS   OF REPORT_DEFINITION_REC
          TO SEL_MIN_AGE_DAYS   OF EZITRAK971_REC (SUB1).
        MOVE SORT_COLUMN        OF REPORT_DEFINITION_REC
          TO SORT_COLUMN        OF EZITRAK971_REC (SUB1).
        MOVE SORT_ORDER         OF REPORT_DEFINITION_REC
          TO SORT_ORDER         OF EZITRAK971_REC (SUB1).
        MOVE OUTPUT_TYPE        OF REPORT_DEFINITION_REC
          TO OUTPUT_TYPE        OF EZITRAK971_REC (SUB1).
        MOVE CHAIN_FLAG         OF REPORT_DEFINITION_REC
          TO CHAIN_FLAG         OF EZITRAK971_REC (SUB1).
        MOVE REC_USER           OF REPORT_DEFINITION_REC
          TO REC_USER           OF EZITRAK971_REC (SUB1).
        MOVE REC_TMSTAMP        OF REPORT_DEFINITION_REC
          TO REC_TMSTAMP        OF EZITRAK971_REC (SUB1).
/
5000-UPDATE-DEFINITION-RECORDS.
    PERFORM 7100_START_TRAN_RW.

    PERFORM 8980-CHECK-SUPERVISOR.

    IF SUPERVISOR-OK-FLAG NOT = "Y"
        MOVE "ONLY A SUPERVISOR MAY CHANGE REPORT DEFINITIONS - LOGGED"
          TO ERROR_MESSAGE OF EZITRAK971_REC
        PERFORM 8990-LOG-AUTH-REFUSAL
    ELSE
        MOVE "Y" TO TMP_FLAG
        PERFORM 6550_UPDATE_DEFINITION_LINE VARYING SUB1
                                          FROM 1 BY 1
                                          UNTIL SUB1 > SUB1_MAX
                                          OR TMP_FLAG = "N"
    END-IF.

    PERFORM 7800_CMT_TRAN.
/
6550_UPDATE_DEFINITION_LINE.
    EVALUATE UPDATE_IND OF EZITRAK971_REC ( SUB1 )
    WHEN "I"
        PERFORM 6551_VALIDATE_DEFINITION_LINE
        IF TMP_FLAG = "Y"
            PERFORM 6552_INSERT_DEFINITION_LINE
        END-IF
    WHEN "D"
        PERFORM 7500_SELECT_DEFINITION_LINE
        IF TMP_FLAG = "Y"
            PERFORM 6554_DELETE_DEFINITION_LINE
        END-IF
    WHEN "M"
        PERFORM 6551_VALIDATE_DEFINITION_LINE
        IF TMP_FLAG = "Y"
            PERFORM 7500_SELECT_DEFINITION_LINE
        END-IF
        IF TMP_FLAG = "Y"
            PERFORM 6556_UPDATE_DEFINITION_LINE
        END-IF
    WHEN OTHER
        CONTINUE
    END-EVALUATE.
*
6551_VALIDATE_DEFINITION_LINE.
    IF REPORT_NAME OF EZITRAK971-REC ( SUB1 ) = SPACES
       OR REPORT_TITLE OF EZITRAK971-REC ( SUB1 ) = SPACES
        MOVE "N" TO TMP_FLAG
        MOVE "REPORT NAME AND TITLE MUST BE ENTERED"
          TO ERROR_MESSAGE OF EZITRAK971_REC
    END-IF.

    IF TMP_FLAG = "Y"
        PERFORM 6560_VALIDATE_COLUMN_LIST
    END-IF.

    IF TMP_FLAG = "Y"
        IF SEL_STATUS OF EZITRAK971-REC ( SUB1 ) NOT = SPACE
           AND SEL_STATUS OF EZITRAK971-REC ( SUB1 ) NOT = "O"
           AND SEL_STATUS OF EZITRAK971-REC ( SUB1 ) NOT = "C"
            MOVE "N" TO TMP_FLAG
            MOVE "STATUS SELECTION MUST BE O (OPEN), C (CLOSED) OR BLANK"
              TO ERROR_MESSAGE OF EZITRAK971_REC
        END-IF
    END-IF.

    IF TMP_FLAG = "Y"
       AND SEL_PRIORITY_ID OF EZITRAK971-REC ( SUB1 ) NOT = SPACES
        MOVE SEL_PRIORITY_ID OF EZITRAK971-REC ( SUB1 )
          TO PRIORITY_ID OF PRIORITY_DETAILS_REC

        CALL "ET_SS_PRIORITY_DETAILS" USING SQLCA
                                  PRIORITY_ID   OF PRIORITY_DETAILS_REC
                                  PRIORITY_DESC OF PRIORITY_DETAILS_REC
        END-CALL

        PERFORM 6570_CHECK_LOOKUP_RESULT

        IF LOOKUP-FOUND-FLAG = "N"
            MOVE "N" TO TMP_FLAG
            MOVE "PRIORITY NOT ON FILE" TO ERROR_MESSAGE OF EZITRAK971_REC
        END-IF
    END-IF.

    IF TMP_FLAG = "Y"
       AND SEL_APPLICATION_ID OF EZITRAK971-REC ( SUB1 ) NOT = SPACES
        MOVE SEL_APPLICATION_ID OF EZITRAK971-REC ( SUB1 )
          TO APPLICATION_ID OF APPLICATION_DETAILS_REC

        CALL "ET_SS_APPLICATION_DETAILS" USING SQLCA
                                  APPLICATION_ID   OF APPLICATION_DETAILS_REC
                                  APPLICATION_DESC OF APPLICATION_DETAILS_REC
        END-CALL

        PERFORM 6570_CHECK_LOOKUP_RESULT

        IF LOOKUP-FOUND-FLAG = "N"
            MOVE "N" TO TMP_FLAG
            MOVE "APPLICATION NOT ON FILE"
              TO ERROR_MESSAGE OF EZITRAK971_REC
        END-IF
    END-IF.

    IF TMP_FLAG = "Y"
       AND SEL_SITE_ID OF EZITRAK971-REC ( SUB1 ) NOT = SPACES
        MOVE SEL_SITE_ID OF EZITRAK971-REC ( SUB1 )
          TO SITE_ID OF SITE_DETAILS_REC

        CALL "ET_SS_SITE_DETAILS" USING SQLCA
                                  SITE_ID     OF SITE_DETAILS_REC
                                  SITE_DESC   OF SITE_DETAILS_REC
        END-CALL

        PERFORM 6570_CHECK_LOOKUP_RESULT

        IF LOOKUP-FOUND-FLAG = "N"
            MOVE "N" TO TMP_FLAG
            MOVE "SITE NOT ON FILE" TO ERROR_MESSAGE OF EZITRAK971_REC
        END-IF
    END-IF.

    IF TMP_FLAG = "Y"
       AND SEL_ASSIGNED_ID OF EZITRAK971-REC ( SUB1 ) NOT = SPACES
        MOVE SEL_ASSIGNED_ID OF EZITRAK971-REC ( SUB1 )
          TO PERSON_ID OF PERSON_DETAILS_REC

        CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                  PERSON_ID       OF PERSON_DETAILS_REC
                                  PERSON_EMAIL    OF PERSON_DETAILS_REC
                                  SUPERVISOR_FLAG OF PERSON_DETAILS_REC
        END-CALL

        PERFORM 6570_CHECK_LOOKUP_RESULT

        IF LOOKUP-FOUND-FLAG = "N"
            MOVE "N" TO TMP_FLAG
            MOVE "ASSIGNEE NOT ON FILE" TO ERROR_MESSAGE OF EZITRAK971_REC
        END-IF
    END-IF.

    IF TMP_FLAG = "Y"
        MOVE SEL_MIN_AGE_DAYS OF EZITRAK971-REC ( SUB1 ) TO WS-MIN-AGE-TEXT
        IF WS-MIN-AGE-TEXT IS NOT NUMERIC
            MOVE "N" TO TMP_FLAG
            MOVE "MINIMUM AGE MUST BE A NUMBER OF DAYS"
              TO ERROR_MESSAGE OF EZITRAK971_REC
        END-IF
    END-IF.

    IF TMP_FLAG = "Y"
       AND SORT_COLUMN OF EZITRAK971-REC ( SUB1 ) NOT = SPACES
        MOVE SORT_COLUMN OF EZITRAK971-REC ( SUB1 ) TO WS-CHECK-CODE
        PERFORM 6580_CHECK_COLUMN_CODE
        IF WS-CODE-KNOWN-FLAG = "N"
            MOVE "N" TO TMP_FLAG
            MOVE "SORT COLUMN IS NOT A KNOWN COLUMN CODE"
              TO ERROR_MESSAGE OF EZITRAK971_REC
        END-IF
    END-IF.

    IF TMP_FLAG = "Y"
        IF SORT_ORDER OF EZITRAK971-REC ( SUB1 ) = SPACE
            MOVE "A" TO SORT_ORDER OF EZITRAK971-REC ( SUB1 )
        END-IF
        IF SORT_ORDER OF EZITRAK971-REC ( SUB1 ) NOT = "A"
           AND SORT_ORDER OF EZITRAK971-REC ( SUB1 ) NOT = "D"
            MOVE "N" TO TMP_FLAG
            MOVE "SORT ORDER MUST BE A (ASCENDING) OR D (DESCENDING)"
              TO ERROR_MESSAGE OF EZITRAK971_REC
        END-IF
    END-IF.

    IF TMP_FLAG = "Y"
        IF OUTPUT_TYPE OF EZITRAK971-REC ( SUB1 ) = SPACE
            MOVE "P" TO OUTPUT_TYPE OF EZITRAK971-REC ( SUB1 )
        END-IF
        IF OUTPUT_TYPE OF EZITRAK971-REC ( SUB1 ) NOT = "P"
           AND OUTPUT_TYPE OF EZITRAK971-REC ( SUB1 ) NOT = "C"
            MOVE "N" TO TMP_FLAG
            MOVE "OUTPUT MUST BE P (PRINT) OR C (CSV)"
              TO ERROR_MESSAGE OF EZITRAK971_REC
        END-IF
    END-IF.

    IF TMP_FLAG = "Y"
        IF CHAIN_FLAG OF EZITRAK971-REC ( SUB1 ) = SPACE
            MOVE "N" TO CHAIN_FLAG OF EZITRAK971-REC ( SUB1 )
        END-IF
        IF CHAIN_FLAG OF EZITRAK971-REC ( SUB1 ) NOT = "Y"
           AND CHAIN_FLAG OF EZITRAK971-REC ( SUB1 ) NOT = "N"
            MOVE "N" TO TMP_FLAG
            MOVE "NIGHTLY CHAIN FLAG MUST BE Y OR N"
              TO ERROR_MESSAGE OF EZITRAK971_REC
        END-IF
    END-IF.
*
6560_VALIDATE_COLUMN_LIST.
*   CODES ARE PACKED FROM THE LEFT - A BLANK PAIR ENDS THE LIST, AND
*   ANYTHING KEYED AFTER A GAP IS A TYPING SLIP WORTH CATCHING
    MOVE COLUMN_LIST OF EZITRAK971-REC ( SUB1 ) TO WS-COLUMN-LIST.
    MOVE ZERO TO COLUMN-CODE-COUNT.

    PERFORM 6565_CHECK_ONE_COLUMN VARYING COL-SUB FROM 1 BY 1
                                  UNTIL COL-SUB > 10
                                  OR TMP_FLAG = "N".

    IF TMP_FLAG = "Y"
       AND COLUMN-CODE-COUNT = ZERO
        MOVE "N" TO TMP_FLAG
        MOVE "AT LEAST ONE COLUMN CODE MUST BE ENTERED"
          TO ERROR_MESSAGE OF EZITRAK971_REC
    END-IF.
*
6565_CHECK_ONE_COLUMN.
    IF WS-COLUMN-ENTRY (COL-SUB) = SPACES
        IF COL-SUB < 10
           AND WS-COLUMN-LIST (COL-SUB * 2 + 1:) NOT = SPACES
            MOVE "N" TO TMP_FLAG
            MOVE "COLUMN CODES MUST NOT HAVE GAPS"
              TO ERROR_MESSAGE OF EZITRAK971_REC
        END-IF
    ELSE
        MOVE WS-COLUMN-ENTRY (COL-SUB) TO WS-CHECK-CODE
        PERFORM 6580_CHECK_COLUMN_CODE
        IF WS-CODE-KNOWN-FLAG = "N"
            MOVE "N" TO TMP_FLAG
            MOVE "UNKNOWN COLUMN CODE IN COLUMN LIST"
              TO ERROR_MESSAGE OF EZITRAK971_REC
        ELSE
            ADD 1 TO COLUMN-CODE-COUNT
        END-IF
    END-IF.
*
6570_CHECK_LOOKUP_RESULT.
    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO LOOKUP-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO LOOKUP-FOUND-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF LOOKUP_SS CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
6580_CHECK_COLUMN_CODE.
    MOVE "N" TO WS-CODE-KNOWN-FLAG.

    PERFORM 6585_MATCH_ONE_CODE VARYING CAT-SUB FROM 1 BY 1
                                UNTIL CAT-SUB > COLUMN-CODE-COUNT-MAX
                                OR WS-CODE-KNOWN-FLAG = "Y".
*
6585_MATCH_ONE_CODE.
    IF COLUMN-CODE (CAT-SUB) = WS-CHECK-CODE
        MOVE "Y" TO WS-CODE-KNOWN-FLAG
    END-IF.
*
6552_INSERT_DEFINITION_LINE.
    PERFORM 7550_MOVE_SCREEN_TO_TABLE.

    CALL "ET_IR_REPORT_DEFINITION" USING SQLCA
                             REPORT_NAME        OF REPORT_DEFINITION_REC
                             REPORT_TITLE       OF REPORT_DEFINITION_REC
                             COLUMN_LIST        OF REPORT_DEFINITION_REC
                             SEL_STATUS         OF REPORT_DEFINITION_REC
                             SEL_PRIORITY_ID    OF REPORT_DEFINITION_REC
                             SEL_APPLICATION_ID OF REPORT_DEFINITION_REC
                             SEL_SITE_ID        OF REPORT_DEFINITION_REC
                             SEL_ASSIGNED_ID    OF REPORT_DEFINITION_REC
                             SEL_MIN_AGE_DAYS   OF REPORT_DEFINITION_REC
                             SORT_COLUMN        OF REPORT_DEFINITION_REC
                             SORT_ORDER         OF REPORT_DEFINITION_REC
                             OUTPUT_TYPE        OF REPORT_DEFINITION_REC
                             CHAIN_FLAG         OF REPORT_DEFINITION_REC
                             REC_USER           OF REPORT_DEFINITION_REC
                             REC_TMSTAMP        OF REPORT_DEFINITION_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE REPORT_NAME OF REPORT_DEFINITION_REC
          TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC
        MOVE "I" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 7600_BUILD_AFTER_IMAGE
        PERFORM 8950-WRITE-LOOKUP-AUDIT
    WHEN SQL_DUPLICATE_IDX
        MOVE "LINE INSERTED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK971_REC
        MOVE "N" TO TMP_FLAG
    WHEN OTHER
        DISPLAY "ERROR OF REPORT_DEFN_IR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6554_DELETE_DEFINITION_LINE.
    MOVE REPORT_NAME    OF EZITRAK971-REC ( SUB1 )
      TO REPORT_NAME    OF REPORT_DEFINITION_REC.

    CALL "ET_DR_REPORT_DEFINITION" USING SQLCA
                             REPORT_NAME        OF REPORT_DEFINITION_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE REPORT_NAME OF REPORT_DEFINITION_REC
          TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC
        MOVE "D" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK971_REC
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK971_REC
    WHEN OTHER
        DISPLAY "ERROR OF REPORT_DEFN_DR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6556_UPDATE_DEFINITION_LINE.
    PERFORM 7550_MOVE_SCREEN_TO_TABLE.

    CALL "ET_UR_REPORT_DEFINITION" USING SQLCA
                             REPORT_NAME        OF REPORT_DEFINITION_REC
                             REPORT_TITLE       OF REPORT_DEFINITION_REC
                             COLUMN_LIST        OF REPORT_DEFINITION_REC
                             SEL_STATUS         OF REPORT_DEFINITION_REC
                             SEL_PRIORITY_ID    OF REPORT_DEFINITION_REC
                             SEL_APPLICATION_ID OF REPORT_DEFINITION_REC
                             SEL_SITE_ID        OF REPORT_DEFINITION_REC
                             SEL_ASSIGNED_ID    OF REPORT_DEFINITION_REC
                             SEL_MIN_AGE_DAYS   OF REPORT_DEFINITION_REC
                             SORT_COLUMN        OF REPORT_DEFINITION_REC
                             SORT_ORDER         OF REPORT_DEFINITION_REC
                             OUTPUT_TYPE        OF REPORT_DEFINITION_REC
                             CHAIN_FLAG         OF REPORT_DEFINITION_REC
                             REC_USER           OF REPORT_DEFINITION_REC
                             REC_TMSTAMP        OF REPORT_DEFINITION_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE REPORT_NAME OF REPORT_DEFINITION_REC
          TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC
        MOVE "M" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 7600_BUILD_AFTER_IMAGE
        PERFORM 8950-WRITE-LOOKUP-AUDIT
    WHEN SQL_NOT_FOUND
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK971_REC
        MOVE "N" TO TMP_FLAG
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK971_REC
    WHEN OTHER
        DISPLAY "ERROR OF REPORT_DEFN_UR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
7550_MOVE_SCREEN_TO_TABLE.
    MOVE REPORT_NAME        OF EZITRAK971-REC ( SUB1 )
      TO REPORT_NAME        OF REPORT_DEFINITION_REC.
    MOVE REPORT_TITLE       OF EZITRAK971-REC ( SUB1 )
      TO REPORT_TITLE       OF REPORT_DEFINITION_REC.
    MOVE COLUMN_LIST        OF EZITRAK971-REC ( SUB1 )
      TO COLUMN_LIST        OF REPORT_DEFINITION_REC.
    MOVE SEL_STATUS         OF EZITRAK971-REC ( SUB1 )
      TO SEL_STATUS         OF REPORT_DEFINITION_REC.
    MOVE SEL_PRIORITY_ID    OF EZITRAK971-REC ( SUB1 )
      TO SEL_PRIORITY_ID    OF REPORT_DEFINITION_REC.
    MOVE SEL_APPLICATION_ID OF EZITRAK971-REC ( SUB1 )
      TO SEL_APPLICATION_ID OF REPORT_DEFINITION_REC.
    MOVE SEL_SITE_ID        OF EZITRAK971-REC ( SUB1 )
      TO SEL_SITE_ID        OF REPORT_DEFINITION_REC.
    MOVE SEL_ASSIGNED_ID    OF EZITRAK971-REC ( SUB1 )
      TO SEL_ASSIGNED_ID    OF REPORT_DEFINITION_REC.
    MOVE SEL_MIN_AGE_DAYS   OF EZITRAK971-REC ( SUB1 )
      TO SEL_MIN_AGE_DAYS   OF REPORT_DEFINITION_REC.
    MOVE SORT_COLUMN        OF EZITRAK971-REC ( SUB1 )
      TO SORT_COLUMN        OF REPORT_DEFINITION_REC.
    MOVE SORT_ORDER         OF EZITRAK971-REC ( SUB1 )
      TO SORT_ORDER         OF REPORT_DEFINITION_REC.
    MOVE OUTPUT_TYPE        OF EZITRAK971-REC ( SUB1 )
      TO OUTPUT_TYPE        OF REPORT_DEFINITION_REC.
    MOVE CHAIN_FLAG         OF EZITRAK971-REC ( SUB1 )
      TO CHAIN_FLAG         OF REPORT_DEFINITION_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF REPORT_DEFINITION_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF REPORT_DEFINITION_REC.
*
7600_BUILD_AFTER_IMAGE.
    PERFORM 7650_BUILD_IMAGE.
    MOVE WS-AUDIT-IMAGE TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC.
*
7650_BUILD_IMAGE.
    MOVE SEL_MIN_AGE_DAYS OF REPORT_DEFINITION_REC TO WS-MIN-AGE-TEXT.

    MOVE SPACES TO WS-AUDIT-IMAGE.

    STRING REPORT_NAME        OF REPORT_DEFINITION_REC  DELIMITED BY SIZE
           " "                                          DELIMITED BY SIZE
           COLUMN_LIST        OF REPORT_DEFINITION_REC  DELIMITED BY SIZE
           " "                                          DELIMITED BY SIZE
           SEL_STATUS         OF REPORT_DEFINITION_REC  DELIMITED BY SIZE
           " "                                          DELIMITED BY SIZE
           SEL_PRIORITY_ID    OF REPORT_DEFINITION_REC  DELIMITED BY SIZE
           " "                                          DELIMITED BY SIZE
           SEL_APPLICATION_ID OF REPORT_DEFINITION_REC  DELIMITED BY SIZE
           " "                                          DELIMITED BY SIZE
           SEL_SITE_ID        OF REPORT_DEFINITION_REC  DELIMITED BY SIZE
           " "                                          DELIMITED BY SIZE
           SEL_ASSIGNED_ID    OF REPORT_DEFINITION_REC  DELIMITED BY SIZE
           " "                                          DELIMITED BY SIZE
           WS-MIN-AGE-TEXT                              DELIMITED BY SIZE
           " "                                          DELIMITED BY SIZE
           SORT_COLUMN        OF REPORT_DEFINITION_REC  DELIMITED BY SIZE
           SORT_ORDER         OF REPORT_DEFINITION_REC  DELIMITED BY SIZE
           " "                                          DELIMITED BY SIZE
           OUTPUT_TYPE        OF REPORT_DEFINITION_REC  DELIMITED BY SIZE
           CHAIN_FLAG         OF REPORT_DEFINITION_REC  DELIMITED BY SIZE
           " "                                          DELIMITED BY SIZE
           REPORT_TITLE       OF REPORT_DEFINITION_REC  DELIMITED BY SIZE
      INTO WS-AUDIT-IMAGE.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RO NG CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO   9900-EXIT
    END-EVALUATE.
/
7100-START_TRAN_RW.
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN SQL_LOCKED_RECORD
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK971_REC
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO   9900-EXIT
    END-EVALUATE.
/
7500_SELECT_DEFINITION_LINE.
    MOVE REPORT_NAME    OF EZITRAK971-REC ( SUB1 )
      TO REPORT_NAME    OF REPORT_DEFINITION_REC.

    CALL "ET_SS_REPORT_DEFINITION" USING SQLCA
                             REPORT_NAME        OF REPORT_DEFINITION_REC
                             REPORT_TITLE       OF REPORT_DEFINITION_REC
                             COLUMN_LIST        OF REPORT_DEFINITION_REC
                             SEL_STATUS         OF REPORT_DEFINITION_REC
                             SEL_PRIORITY_ID    OF REPORT_DEFINITION_REC
                             SEL_APPLICATION_ID OF REPORT_DEFINITION_REC
                             SEL_SITE_ID        OF REPORT_DEFINITION_REC
                             SEL_ASSIGNED_ID    OF REPORT_DEFINITION_REC
                             SEL_MIN_AGE_DAYS   OF REPORT_DEFINITION_REC
                             SORT_COLUMN        OF REPORT_DEFINITION_REC
                             SORT_ORDER         OF REPORT_DEFINITION_REC
                             OUTPUT_TYPE        OF REPORT_DEFINITION_REC
                             CHAIN_FLAG         OF REPORT_DEFINITION_REC
                             REC_USER           OF REPORT_DEFINITION_REC
                             REC_TMSTAMP        OF REPORT_DEFINITION_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 7650_BUILD_IMAGE
        MOVE WS-AUDIT-IMAGE TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
    WHEN SQL_NOT_FOUND
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK971_REC
        MOVE "N" TO TMP_FLAG
    WHEN OTHER
        DISPLAY "ERROR OF REPORT_DEFN_SS CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
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
*
8600-GET-TIME.
    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
*
8950-WRITE-LOOKUP-AUDIT.
    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF LOOKUP_AUDIT_LOG_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF LOOKUP_AUDIT_LOG_REC.

    CALL "ET_IR_LOOKUP_AUDIT_LOG" USING SQLCA
                                TABLE_NAME   OF LOOKUP_AUDIT_LOG_REC
                                RECORD_KEY   OF LOOKUP_AUDIT_LOG_REC
                                ACTION_CODE  OF LOOKUP_AUDIT_LOG_REC
                                BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
                                AFTER_IMAGE  OF LOOKUP_AUDIT_LOG_REC
                                REC_USER     OF LOOKUP_AUDIT_LOG_REC
                                REC_TMSTAMP  OF LOOKUP_AUDIT_LOG_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF LOOKUP_AUDIT_IR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
8980-CHECK-SUPERVISOR.
*   REPORT DEFINITIONS DECIDE WHAT TICKET DATA LEAVES THE BUILDING ON
*   A MAILING LIST, SO THEY ARE A SUPERVISOR'S CALL - THE EZITRAK076
*   4050-CHECK-SUPERVISOR TEST
    MOVE "N" TO SUPERVISOR-OK-FLAG.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO PERSON_ID OF PERSON_DETAILS_REC.

    CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                 PERSON_ID       OF PERSON_DETAILS_REC
                                 PERSON_EMAIL    OF PERSON_DETAILS_REC
                                 SUPERVISOR_FLAG OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF SUPERVISOR_FLAG OF PERSON_DETAILS_REC = "Y"
            MOVE "Y" TO SUPERVISOR-OK-FLAG
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_SS CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
8990-LOG-AUTH-REFUSAL.
    MOVE "EZITRAK0973"   TO PROGRAM_NAME  OF AUTH_REFUSAL_LOG_REC.
    MOVE CURRENT_USER_ID TO PERSON_ID     OF AUTH_REFUSAL_LOG_REC.
    MOVE "REPORT-DEFN"   TO FUNCTION_CODE OF AUTH_REFUSAL_LOG_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP  OF AUTH_REFUSAL_LOG_REC.

    CALL "ET_IR_AUTH_REFUSAL_LOG" USING SQLCA
                                 PROGRAM_NAME  OF AUTH_REFUSAL_LOG_REC
                                 PERSON_ID     OF AUTH_REFUSAL_LOG_REC
                                 FUNCTION_CODE OF AUTH_REFUSAL_LOG_REC
                                 REC_TMSTAMP   OF AUTH_REFUSAL_LOG_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF AUTH_REFUSAL_IR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
9900-EXIT.
    IF NOT SQL_SUCCESS
        MOVE 15 TO ERR_FLAGS
        PERFORM 9910_ERROR VARYING ERR_SUB FROM 1 BY 1
                           UNTIL ERR_SUB > Rdb$LU_NUM_ARGUMENTS.

    IF TRANSACTION_BEGUN_FLAG = "Y"
        PERFORM 7900_RLB_TRAN.

    EXIT PROGRAM.

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
* **************** END OF SOURCE EZITRAK0973 ****************
