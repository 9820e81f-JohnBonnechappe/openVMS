IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK098                                                 *
*   Program Name : Ad-hoc Report Runner                                       *
*   Summary      : Generic batch runner for the ad-hoc report definitions   *
*                  kept on REPORT_DEFINITION (EZITRAK097 screen). The first *
*                  ACCEPT ... FROM SYS$COMMAND parameter names the          *
*                  definition to run; a blank name - the way the EZITRAK026 *
*                  nightly chain spawns it - runs every definition whose    *
*                  CHAIN_FLAG is "Y". For each definition the selected      *
*                  PROBLEM_DETAILS rows (status, priority, application,     *
*                  site and assignee criteria applied by the cursor,        *
*                  minimum age in days applied here) are collected, sorted  *
*                  on the chosen column ascending or descending, and        *
*                  written with the chosen columns in order - as a headed   *
*                  listing to SYS$PRINT for output type P, or as            *
*                  comma-delimited records with a heading record for output *
*                  type C - to the EZITRAK098_OUTPUT file, which is then    *
*                  mailed to the REPORT_DISTRIBUTION list held under the    *
*                  definition name (EZITRAK057 screen), the same as every   *
*                  other report.                                            *
*                                                                             *
*   TABLES  USED : REPORT_DEFINITION    (Input)                              *
*                  PROBLEM_DETAILS      (Input)                              *
*                  REPORT_DISTRIBUTION  (Input)                              *
*                  PERSON_DETAILS       (Input)                              *
*                  JOB_RUN_LOG          (Output)                             *
*                                                                             *
*   NOTE         : the catalogue of column codes (see EZITRAK0973 header)   *
*                  is COLUMN-CATALOGUE-TABLE below, with each columns print *
*                  width and heading; a print line that runs past 132       *
*                  characters is cut at the margin, the CSV record is not.  *
*                  Ages are whole days from CONTACT_DATE to SOLVED_DATE, or *
*                  to now for an open problem. Dates print as DD-MMM-YYYY,  *
*                  the SYS$ASCTIM way. At most 500 rows are kept per        *
*                  definition, as in EZITRAK008; a bigger selection is      *
*                  truncated with a warning on the listing.                 *
*                                                                             *
*   NOTE         : the selection reads a new cursor                         *
*                  ET_OC/FC/CC_PROBLEM_REPORT_SCAN that a DBA/CDD           *
*                  maintainer needs to generate - SEL_STATUS,               *
*                  SEL_PRIORITY_ID, SEL_APPLICATION_ID, SEL_SITE_ID and     *
*                  SEL_ASSIGNED_ID in (a blank matches any row; status "O"  *
*                  means PROBLEM_STATUS <> C and "C" means = C), and        *
*                  PROBLEM_NUMBER, PROBLEM_STATUS, PRIORITY_ID,             *
*                  PRIORITY_DESC, APPLICATION_ID, APPLICATION_DESC,         *
*                  SITE_ID, SITE_DESC, PERSON_ASSIGNED_ID, the assignees    *
*                  PERSON_DESC, CONTACT_PERSON_ID, CONTACT_DATE,            *
*                  SOLVED_DATE, PROBLEM_DESC and CONFIDENTIAL_FLAG out, the *
*                  lookup descriptions by outer join so a row with a blank  *
*                  or retired code still prints. A CONFIDENTIAL_FLAG "Y"    *
*                  problem (see EZITRAK001's header) is still listed, but   *
*                  its PROBLEM_DESC column shows "RESTRICTED" in both the   *
*                  printed and the CSV output.                              *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK098.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUNNER-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RUNNER-OUTPUT-FILE ASSIGN TO "EZITRAK098_OUTPUT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  RUNNER-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  RUNNER-REPORT-LINE                              PIC X(132).

FD  RUNNER-OUTPUT-FILE
    LABEL RECORDS ARE STANDARD.
01  RUNNER-OUTPUT-RECORD                            PIC X(300).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.REPORT_DEFINITION_REC"     from dictionary.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"       from dictionary.
    copy "EZITRAK_CDD.PRIORITY_DETAILS_REC"      from dictionary.
    copy "EZITRAK_CDD.APPLICATION_DETAILS_REC"   from dictionary.
    copy "EZITRAK_CDD.SITE_DETAILS_REC"          from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"        from dictionary.
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
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.

 01  TRANSACTION_BEGUN_FLAG                      PIC X.

 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  ONE-DAY-BIN                                 PIC S9(11)V9(7) COMP
                                                    VALUE 864000000000.
 01  WS-AGE-BIN                                  PIC S9(11)V9(7) COMP.
 01  WS-AGE-DAYS                                 PIC S9(9) COMP.
 01  WS-CONFIDENTIAL-FLAG                        PIC X.

 01  WS-REPORT-NAME-PARAM                        PIC X(12).

*   DEFINITIONS TO RUN THIS TIME - ONE NAMED ON THE COMMAND LINE, OR
*   EVERY CHAIN_FLAG "Y" ROW WHEN THE CHAIN SPAWNS US WITH NO NAME
 01  DEFN-SUB                                    PIC S9(4) COMP.
 01  DEFN-COUNT                                  PIC S9(4) COMP VALUE 0.
 01  DEFN-MAX                                    PIC S9(4) COMP VALUE 50.
 01  DEFN-NAME-TABLE.
     05  DEFN-RUN-NAME OCCURS 50 TIMES           PIC X(12).

*   COLUMN CATALOGUE - CODE, PRINT WIDTH, KIND (N NUMBER, T TEXT,
*   D DATE) AND HEADING. KEEP IN STEP WITH EZITRAK0973'S CODE LIST
 01  COLUMN-CATALOGUE-COUNT                      PIC S9(4) COMP VALUE 15.
 01  COLUMN-CATALOGUE-TABLE.
     05  FILLER                                  PIC X(25) VALUE
                                     "PN09NPROBLEM             ".
     05  FILLER                                  PIC X(25) VALUE
                                     "ST06TSTATUS              ".
     05  FILLER                                  PIC X(25) VALUE
                                     "PR03TPRI                 ".
     05  FILLER                                  PIC X(25) VALUE
                                     "PD20TPRIORITY            ".
     05  FILLER                                  PIC X(25) VALUE
                                     "AP04TAPPL                ".
     05  FILLER                                  PIC X(25) VALUE
                                     "AD30TAPPLICATION         ".
     05  FILLER                                  PIC X(25) VALUE
                                     "SI04TSITE                ".
     05  FILLER                                  PIC X(25) VALUE
                                     "SD30TSITE NAME           ".
     05  FILLER                                  PIC X(25) VALUE
                                     "AS08TASSIGNED            ".
     05  FILLER                                  PIC X(25) VALUE
                                     "AN30TASSIGNEE NAME       ".
     05  FILLER                                  PIC X(25) VALUE
                                     "CP08TCONTACT             ".
     05  FILLER                                  PIC X(25) VALUE
                                     "CD11DCONTACTED           ".
     05  FILLER                                  PIC X(25) VALUE
                                     "SO11DSOLVED              ".
     05  FILLER                                  PIC X(25) VALUE
                                     "AG05NAGE                 ".
     05  FILLER                                  PIC X(25) VALUE
                                     "DS60TDESCRIPTION         ".
 01  COLUMN-CATALOGUE-ENTRIES REDEFINES COLUMN-CATALOGUE-TABLE.
     05  COLUMN-CATALOGUE-ENTRY OCCURS 15 TIMES.
         10  CAT-CODE                            PIC X(2).
         10  CAT-WIDTH                           PIC 9(2).
         10  CAT-KIND                            PIC X.
         10  CAT-HEADING                         PIC X(20).
 01  CAT-SUB                                     PIC S9(4) COMP.

 01  WS-COLUMN-LIST.
     05  WS-COLUMN-ENTRY OCCURS 10 TIMES         PIC X(2).
 01  COL-SUB                                     PIC S9(4) COMP.
 01  WS-COLUMN-CODE                              PIC X(2).
 01  WS-COLUMN-WIDTH                             PIC S9(4) COMP.
 01  WS-COLUMN-KIND                              PIC X.
 01  WS-COLUMN-VALUE                             PIC X(60).
 01  WS-COLUMN-SORT-VALUE                        PIC X(21).
 01  WS-SORT-COLUMN                              PIC X(2).

 01  WS-EDIT-NUMBER                              PIC ZZZZZZZZ9.
 01  WS-SORT-NUMBER                              PIC 9(9).
 01  WS-SORT-NUMBER-TEXT REDEFINES WS-SORT-NUMBER
                                                 PIC X(9).
 01  WS-SORT-DATE                                PIC 9(11)V9(7).
 01  WS-SORT-DATE-TEXT REDEFINES WS-SORT-DATE    PIC X(18).
 01  WS-DATE-TEXT                                PIC X(23).
 01  WS-DATE-BIN                                 PIC S9(11)V9(7) COMP.

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB2                                        PIC S9(4) COMP.
 01  RPT-COUNT                                   PIC S9(4) COMP VALUE 0.
 01  RPT-MAX                                     PIC S9(4) COMP VALUE 500.
 01  RPT-TRUNC-FLAG                              PIC X VALUE "N".

 01  RPT-TABLE.
     05  RPT-ENTRY OCCURS 500 TIMES.
         10  RPT-SORT-KEY                        PIC X(30).
         10  RPT-PROBLEM-NUMBER                  PIC S9(9) COMP.
         10  RPT-PROBLEM-STATUS                  PIC X.
         10  RPT-PRIORITY-ID                     PIC X(2).
         10  RPT-PRIORITY-DESC                   PIC X(20).
         10  RPT-APPLICATION-ID                  PIC X(4).
         10  RPT-APPLICATION-DESC                PIC X(30).
         10  RPT-SITE-ID                         PIC X(4).
         10  RPT-SITE-DESC                       PIC X(30).
         10  RPT-ASSIGNED-ID                     PIC X(8).
         10  RPT-ASSIGNEE-NAME                   PIC X(30).
         10  RPT-CONTACT-ID                      PIC X(8).
         10  RPT-CONTACT-DATE                    PIC S9(11)V9(7) COMP.
         10  RPT-SOLVED-DATE                     PIC S9(11)V9(7) COMP.
         10  RPT-AGE-DAYS                        PIC S9(9) COMP.
         10  RPT-PROBLEM-DESC                    PIC X(60).

 01  SWAP-ENTRY                                  PIC X(251).

 01  WS-OUTPUT-LINE                              PIC X(300).
 01  WS-OUTPUT-POINTER                           PIC S9(4) COMP.
 01  WS-CSV-FIELD                                PIC X(62).
 01  WS-LEAD-SPACES                              PIC S9(4) COMP.

 01  WS-DEFN-FOUND-FLAG                          PIC X.
 01  WS-OUTPUT-OPEN-FLAG                         PIC X VALUE "N".

 01  WS-RUN-DATE-TEXT                            PIC X(23).
 01  WS-TITLE-LINE.
     05  WT-REPORT-NAME                          PIC X(12).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WT-REPORT-TITLE                         PIC X(40).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WT-RUN-DATE                             PIC X(17).

 01  WS-ROWS-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "ROWS SELECTED    = ".
     05  WR-ROW-COUNT                            PIC ZZZZZZZZ9.

 01  WS-CSV-SUMMARY-LINE.
     05  WC-REPORT-NAME                          PIC X(12).
     05  FILLER                                  PIC X(28) VALUE
                                         "  WRITTEN AS CSV, ROWS =    ".
     05  WC-ROW-COUNT                            PIC ZZZZZZZZ9.

 01  DEFN-RUN-COUNT                              PIC S9(9) COMP VALUE 0.
 01  DEFN-FAILED-COUNT                           PIC S9(9) COMP VALUE 0.
 01  ROWS-WRITTEN-COUNT                          PIC S9(9) COMP VALUE 0.

 01  WS-TOTALS-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "DEFINITIONS RUN  = ".
     05  WT-RUN-COUNT                            PIC ZZZZZZZZ9.
 01  WS-FAILED-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "DEFINITIONS NOT RUN=".
     05  WT-FAILED-COUNT                         PIC ZZZZZZZZ9.
 01  WS-WRITTEN-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "ROWS WRITTEN     = ".
     05  WT-WRITTEN-COUNT                        PIC ZZZZZZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  DIST-SENT-COUNT                             PIC S9(9) COMP VALUE 0.
 01  WS-DIST-EMAIL                               PIC X(40).
 01  WS-DIST-MAIL-COMMAND                        PIC X(132).
 01  DIST-RECIP-COUNT                            PIC S9(4) COMP.
 01  DIST-RECIP-SUB                              PIC S9(4) COMP.
 01  DIST-RECIP-TABLE.
     05  DIST-RECIP-ID OCCURS 20 TIMES           PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK098".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 2000-LIST-DEFINITIONS-TO-RUN
       THRU 2000-LIST-DEFINITIONS-EXIT.

    PERFORM 3000-RUN-ONE-DEFINITION THRU 3000-RUN-ONE-DEFINITION-EXIT
                         VARYING DEFN-SUB FROM 1 BY 1
                         UNTIL DEFN-SUB > DEFN-COUNT.

    PERFORM 6100-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO DEFN-COUNT.
    MOVE ZERO TO DEFN-RUN-COUNT.
    MOVE ZERO TO DEFN-FAILED-COUNT.
    MOVE ZERO TO ROWS-WRITTEN-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE SPACES TO WS-RUN-DATE-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-RUN-DATE-TEXT
                            BY REFERENCE  CURRENT_DATE_BIN
                            OMITTED
                      GIVING ERR_RET.

    MOVE SPACES TO WS-REPORT-NAME-PARAM.
    ACCEPT WS-REPORT-NAME-PARAM FROM SYS$COMMAND.

    OPEN OUTPUT RUNNER-REPORT-FILE.
/
2000-LIST-DEFINITIONS-TO-RUN.
    IF WS-REPORT-NAME-PARAM NOT = SPACES
        MOVE 1 TO DEFN-COUNT
        MOVE WS-REPORT-NAME-PARAM TO DEFN-RUN-NAME (1)
        GO TO 2000-LIST-DEFINITIONS-EXIT
    END-IF.

    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_REPORT_DEFINITION" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REPORT_DEFN_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2100-FETCH-ONE-DEFINITION UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_REPORT_DEFINITION" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REPORT_DEFN_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.

    IF DEFN-COUNT = ZERO
        MOVE "NO REPORT DEFINITIONS ARE FLAGGED FOR THE NIGHTLY CHAIN"
          TO RUNNER-REPORT-LINE
        WRITE RUNNER-REPORT-LINE
    END-IF.
*
2000-LIST-DEFINITIONS-EXIT.
    EXIT.
*
2100-FETCH-ONE-DEFINITION.
    PERFORM 7600-FETCH-DEFINITION-ROW.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF CHAIN_FLAG OF REPORT_DEFINITION_REC = "Y"
            IF DEFN-COUNT < DEFN-MAX
                ADD 1 TO DEFN-COUNT
                MOVE REPORT_NAME OF REPORT_DEFINITION_REC
                  TO DEFN-RUN-NAME (DEFN-COUNT)
            ELSE
                DISPLAY "MORE THAN " DEFN-MAX
                        " CHAIN DEFINITIONS - THE REST ARE NOT RUN"
                        WITH CONVERSION
            END-IF
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REPORT_DEFN_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3000-RUN-ONE-DEFINITION.
    PERFORM 3100-READ-DEFINITION.

    IF WS-DEFN-FOUND-FLAG = "N"
        ADD 1 TO DEFN-FAILED-COUNT
        MOVE SPACES TO RUNNER-REPORT-LINE
        STRING "REPORT DEFINITION "       DELIMITED BY SIZE
               DEFN-RUN-NAME (DEFN-SUB)   DELIMITED BY SPACE
               " IS NOT ON FILE"          DELIMITED BY SIZE
          INTO RUNNER-REPORT-LINE
        WRITE RUNNER-REPORT-LINE
        GO TO 3000-RUN-ONE-DEFINITION-EXIT
    END-IF.

    ADD 1 TO DEFN-RUN-COUNT.

    MOVE COLUMN_LIST OF REPORT_DEFINITION_REC TO WS-COLUMN-LIST.

    MOVE SORT_COLUMN OF REPORT_DEFINITION_REC TO WS-SORT-COLUMN.
    IF WS-SORT-COLUMN = SPACES
        MOVE "PN" TO WS-SORT-COLUMN
    END-IF.

    PERFORM 3200-SELECT-PROBLEMS.

    PERFORM 4000-SORT-REPORT-TABLE.

    OPEN OUTPUT RUNNER-OUTPUT-FILE.
    MOVE "Y" TO WS-OUTPUT-OPEN-FLAG.

    IF OUTPUT_TYPE OF REPORT_DEFINITION_REC = "C"
        PERFORM 5500-WRITE-CSV-REPORT
    ELSE
        PERFORM 5000-WRITE-PRINT-REPORT
    END-IF.

    CLOSE RUNNER-OUTPUT-FILE.
    MOVE "N" TO WS-OUTPUT-OPEN-FLAG.

    ADD RPT-COUNT TO ROWS-WRITTEN-COUNT.

    PERFORM 9300-DISTRIBUTE-REPORT.
*
3000-RUN-ONE-DEFINITION-EXIT.
    EXIT.
/
3100-READ-DEFINITION.
    MOVE "N" TO WS-DEFN-FOUND-FLAG.

    PERFORM 7000-START_TRAN_RO.

    MOVE DEFN-RUN-NAME (DEFN-SUB) TO REPORT_NAME OF REPORT_DEFINITION_REC.

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
                             REC_TMSTAMP        OF REPORT_DEFINITION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO WS-DEFN-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON REPORT_DEFN_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
/
3200-SELECT-PROBLEMS.
    MOVE ZERO TO RPT-COUNT.
    MOVE "N"  TO RPT-TRUNC-FLAG.

    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_PROBLEM_REPORT_SCAN" USING SQLCA
                             SEL_STATUS         OF REPORT_DEFINITION_REC
                             SEL_PRIORITY_ID    OF REPORT_DEFINITION_REC
                             SEL_APPLICATION_ID OF REPORT_DEFINITION_REC
                             SEL_SITE_ID        OF REPORT_DEFINITION_REC
                             SEL_ASSIGNED_ID    OF REPORT_DEFINITION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_SCAN_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3300-FETCH-ONE-PROBLEM UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_REPORT_SCAN" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_SCAN_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3300-FETCH-ONE-PROBLEM.
    CALL "ET_FC_PROBLEM_REPORT_SCAN" USING SQLCA
                             PROBLEM_NUMBER     OF PROBLEM_DETAILS_REC
                             PROBLEM_STATUS     OF PROBLEM_DETAILS_REC
                             PRIORITY_ID        OF PROBLEM_DETAILS_REC
                             PRIORITY_DESC      OF PRIORITY_DETAILS_REC
                             APPLICATION_ID     OF PROBLEM_DETAILS_REC
                             APPLICATION_DESC   OF APPLICATION_DETAILS_REC
                             SITE_ID            OF PROBLEM_DETAILS_REC
                             SITE_DESC          OF SITE_DETAILS_REC
                             PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC
                             PERSON_DESC        OF PERSON_DETAILS_REC
                             CONTACT_PERSON_ID  OF PROBLEM_DETAILS_REC
                             CONTACT_DATE       OF PROBLEM_DETAILS_REC
                             SOLVED_DATE        OF PROBLEM_DETAILS_REC
                             PROBLEM_DESC       OF PROBLEM_DETAILS_REC
                             WS-CONFIDENTIAL-FLAG
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 3400-CHECK-AGE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_SCAN_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3400-CHECK-AGE.
    IF PROBLEM_STATUS OF PROBLEM_DETAILS_REC = "C"
       AND SOLVED_DATE OF PROBLEM_DETAILS_REC NOT = ZERO
        SUBTRACT CONTACT_DATE OF PROBLEM_DETAILS_REC
            FROM SOLVED_DATE OF PROBLEM_DETAILS_REC GIVING WS-AGE-BIN
    ELSE
        SUBTRACT CONTACT_DATE OF PROBLEM_DETAILS_REC
            FROM CURRENT_DATE_BIN GIVING WS-AGE-BIN
    END-IF.

    DIVIDE WS-AGE-BIN BY ONE-DAY-BIN GIVING WS-AGE-DAYS.

    IF WS-AGE-DAYS < SEL_MIN_AGE_DAYS OF REPORT_DEFINITION_REC
        CONTINUE
    ELSE
        PERFORM 3500-STORE-REPORT-ENTRY
    END-IF.
*
3500-STORE-REPORT-ENTRY.
    IF RPT-COUNT < RPT-MAX
        ADD 1 TO RPT-COUNT
        MOVE PROBLEM_NUMBER     OF PROBLEM_DETAILS_REC
          TO RPT-PROBLEM-NUMBER   (RPT-COUNT)
        MOVE PROBLEM_STATUS     OF PROBLEM_DETAILS_REC
          TO RPT-PROBLEM-STATUS   (RPT-COUNT)
        MOVE PRIORITY_ID        OF PROBLEM_DETAILS_REC
          TO RPT-PRIORITY-ID      (RPT-COUNT)
        MOVE PRIORITY_DESC      OF PRIORITY_DETAILS_REC
          TO RPT-PRIORITY-DESC    (RPT-COUNT)
        MOVE APPLICATION_ID     OF PROBLEM_DETAILS_REC
          TO RPT-APPLICATION-ID   (RPT-COUNT)
        MOVE APPLICATION_DESC   OF APPLICATION_DETAILS_REC
          TO RPT-APPLICATION-DESC (RPT-COUNT)
        MOVE SITE_ID            OF PROBLEM_DETAILS_REC
          TO RPT-SITE-ID          (RPT-COUNT)
        MOVE SITE_DESC          OF SITE_DETAILS_REC
          TO RPT-SITE-DESC        (RPT-COUNT)
        MOVE PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC
          TO RPT-ASSIGNED-ID      (RPT-COUNT)
        MOVE PERSON_DESC        OF PERSON_DETAILS_REC
          TO RPT-ASSIGNEE-NAME    (RPT-COUNT)
        MOVE CONTACT_PERSON_ID  OF PROBLEM_DETAILS_REC
          TO RPT-CONTACT-ID       (RPT-COUNT)
        MOVE CONTACT_DATE       OF PROBLEM_DETAILS_REC
          TO RPT-CONTACT-DATE     (RPT-COUNT)
        MOVE SOLVED_DATE        OF PROBLEM_DETAILS_REC
          TO RPT-SOLVED-DATE      (RPT-COUNT)
        MOVE WS-AGE-DAYS
          TO RPT-AGE-DAYS         (RPT-COUNT)
        MOVE PROBLEM_DESC       OF PROBLEM_DETAILS_REC
          TO RPT-PROBLEM-DESC     (RPT-COUNT)
*       A REPORT GOES TO A DISTRIBUTION LIST, SO A CONFIDENTIAL
*       PROBLEM'S TEXT NEVER GOES INTO ONE
        IF WS-CONFIDENTIAL-FLAG = "Y"
            MOVE "RESTRICTED" TO RPT-PROBLEM-DESC (RPT-COUNT)
        END-IF

        MOVE RPT-COUNT      TO SUB1
        MOVE WS-SORT-COLUMN TO WS-COLUMN-CODE
        PERFORM 5300-FORMAT-COLUMN
        MOVE RPT-PROBLEM-NUMBER (RPT-COUNT) TO WS-SORT-NUMBER
        MOVE SPACES TO RPT-SORT-KEY (RPT-COUNT)
        STRING WS-COLUMN-SORT-VALUE DELIMITED BY SIZE
               WS-SORT-NUMBER-TEXT  DELIMITED BY SIZE
          INTO RPT-SORT-KEY (RPT-COUNT)
    ELSE
        IF RPT-TRUNC-FLAG = "N"
            DISPLAY "MORE THAN " RPT-MAX
                    " ROWS SELECTED - REPORT TRUNCATED"
                    WITH CONVERSION
            MOVE "Y" TO RPT-TRUNC-FLAG
        END-IF
    END-IF.
/
4000-SORT-REPORT-TABLE.
    IF RPT-COUNT > 1
        PERFORM 4100-BUBBLE-OUTER-PASS VARYING SUB1 FROM 1 BY 1
                                  UNTIL SUB1 > RPT-COUNT - 1
    END-IF.
*
4100-BUBBLE-OUTER-PASS.
    PERFORM 4200-BUBBLE-COMPARE VARYING SUB2 FROM 1 BY 1
                           UNTIL SUB2 > RPT-COUNT - SUB1.
*
4200-BUBBLE-COMPARE.
    IF SORT_ORDER OF REPORT_DEFINITION_REC = "D"
        IF RPT-SORT-KEY (SUB2) < RPT-SORT-KEY (SUB2 + 1)
            PERFORM 4300-SWAP-ENTRIES
        END-IF
    ELSE
        IF RPT-SORT-KEY (SUB2) > RPT-SORT-KEY (SUB2 + 1)
            PERFORM 4300-SWAP-ENTRIES
        END-IF
    END-IF.
*
4300-SWAP-ENTRIES.
    MOVE RPT-ENTRY (SUB2)     TO SWAP-ENTRY.
    MOVE RPT-ENTRY (SUB2 + 1) TO RPT-ENTRY (SUB2).
    MOVE SWAP-ENTRY           TO RPT-ENTRY (SUB2 + 1).
/
5000-WRITE-PRINT-REPORT.
    MOVE REPORT_NAME  OF REPORT_DEFINITION_REC TO WT-REPORT-NAME.
    MOVE REPORT_TITLE OF REPORT_DEFINITION_REC TO WT-REPORT-TITLE.
    MOVE WS-RUN-DATE-TEXT (1:17)               TO WT-RUN-DATE.
    MOVE WS-TITLE-LINE TO WS-OUTPUT-LINE.
    PERFORM 6000-WRITE-OUTPUT-LINE.

    MOVE SPACES TO WS-OUTPUT-LINE.
    PERFORM 6000-WRITE-OUTPUT-LINE.

    MOVE SPACES TO WS-OUTPUT-LINE.
    MOVE 1      TO WS-OUTPUT-POINTER.
    PERFORM 5100-ADD-HEADING-COLUMN VARYING COL-SUB FROM 1 BY 1
                                    UNTIL COL-SUB > 10.
    PERFORM 6000-WRITE-OUTPUT-LINE.

    PERFORM 5200-WRITE-PRINT-ROW VARYING SUB1 FROM 1 BY 1
                                 UNTIL SUB1 > RPT-COUNT.

    MOVE SPACES TO WS-OUTPUT-LINE.
    PERFORM 6000-WRITE-OUTPUT-LINE.

    MOVE RPT-COUNT    TO WR-ROW-COUNT.
    MOVE WS-ROWS-LINE TO WS-OUTPUT-LINE.
    PERFORM 6000-WRITE-OUTPUT-LINE.

    IF RPT-TRUNC-FLAG = "Y"
        MOVE "SELECTION TRUNCATED AT 500 ROWS" TO WS-OUTPUT-LINE
        PERFORM 6000-WRITE-OUTPUT-LINE
    END-IF.

    MOVE SPACES TO RUNNER-REPORT-LINE.
    WRITE RUNNER-REPORT-LINE.
*
5100-ADD-HEADING-COLUMN.
    MOVE WS-COLUMN-ENTRY (COL-SUB) TO WS-COLUMN-CODE.

    IF WS-COLUMN-CODE NOT = SPACES
        PERFORM 5400-LOOK-UP-CATALOGUE
        IF WS-COLUMN-WIDTH > ZERO
            MOVE CAT-HEADING (CAT-SUB) TO WS-COLUMN-VALUE
            STRING WS-COLUMN-VALUE (1:WS-COLUMN-WIDTH)
                                              DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
              INTO WS-OUTPUT-LINE WITH POINTER WS-OUTPUT-POINTER
              ON OVERFLOW
                  CONTINUE
            END-STRING
        END-IF
    END-IF.
*
5200-WRITE-PRINT-ROW.
    MOVE SPACES TO WS-OUTPUT-LINE.
    MOVE 1      TO WS-OUTPUT-POINTER.

    PERFORM 5210-ADD-PRINT-COLUMN VARYING COL-SUB FROM 1 BY 1
                                  UNTIL COL-SUB > 10.

    PERFORM 6000-WRITE-OUTPUT-LINE.
*
5210-ADD-PRINT-COLUMN.
    MOVE WS-COLUMN-ENTRY (COL-SUB) TO WS-COLUMN-CODE.

    IF WS-COLUMN-CODE NOT = SPACES
        PERFORM 5300-FORMAT-COLUMN
        IF WS-COLUMN-WIDTH > ZERO
            STRING WS-COLUMN-VALUE (1:WS-COLUMN-WIDTH)
                                              DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
              INTO WS-OUTPUT-LINE WITH POINTER WS-OUTPUT-POINTER
              ON OVERFLOW
                  CONTINUE
            END-STRING
        END-IF
    END-IF.
/
5300-FORMAT-COLUMN.
*   ONE COLUMN OF ROW SUB1 - WS-COLUMN-VALUE IS THE PRINTED TEXT,
*   WS-COLUMN-SORT-VALUE A FORM THAT SORTS CORRECTLY AS CHARACTERS
    PERFORM 5400-LOOK-UP-CATALOGUE.

    MOVE SPACES TO WS-COLUMN-VALUE.
    MOVE SPACES TO WS-COLUMN-SORT-VALUE.

    EVALUATE WS-COLUMN-CODE
    WHEN "PN"
        MOVE RPT-PROBLEM-NUMBER (SUB1) TO WS-EDIT-NUMBER
        MOVE WS-EDIT-NUMBER            TO WS-COLUMN-VALUE
        MOVE RPT-PROBLEM-NUMBER (SUB1) TO WS-SORT-NUMBER
        MOVE WS-SORT-NUMBER-TEXT       TO WS-COLUMN-SORT-VALUE
    WHEN "ST"
        MOVE RPT-PROBLEM-STATUS (SUB1) TO WS-COLUMN-VALUE
    WHEN "PR"
        MOVE RPT-PRIORITY-ID (SUB1)    TO WS-COLUMN-VALUE
    WHEN "PD"
        MOVE RPT-PRIORITY-DESC (SUB1)  TO WS-COLUMN-VALUE
    WHEN "AP"
        MOVE RPT-APPLICATION-ID (SUB1) TO WS-COLUMN-VALUE
    WHEN "AD"
        MOVE RPT-APPLICATION-DESC (SUB1) TO WS-COLUMN-VALUE
    WHEN "SI"
        MOVE RPT-SITE-ID (SUB1)        TO WS-COLUMN-VALUE
    WHEN "SD"
        MOVE RPT-SITE-DESC (SUB1)      TO WS-COLUMN-VALUE
    WHEN "AS"
        MOVE RPT-ASSIGNED-ID (SUB1)    TO WS-COLUMN-VALUE
    WHEN "AN"
        MOVE RPT-ASSIGNEE-NAME (SUB1)  TO WS-COLUMN-VALUE
    WHEN "CP"
        MOVE RPT-CONTACT-ID (SUB1)     TO WS-COLUMN-VALUE
    WHEN "CD"
        MOVE RPT-CONTACT-DATE (SUB1)   TO WS-DATE-BIN
        PERFORM 5350-FORMAT-DATE
    WHEN "SO"
        MOVE RPT-SOLVED-DATE (SUB1)    TO WS-DATE-BIN
        PERFORM 5350-FORMAT-DATE
    WHEN "AG"
        MOVE RPT-AGE-DAYS (SUB1)       TO WS-EDIT-NUMBER
        MOVE WS-EDIT-NUMBER (5:5)      TO WS-COLUMN-VALUE
        MOVE RPT-AGE-DAYS (SUB1)       TO WS-SORT-NUMBER
        MOVE WS-SORT-NUMBER-TEXT       TO WS-COLUMN-SORT-VALUE
    WHEN "DS"
        MOVE RPT-PROBLEM-DESC (SUB1)   TO WS-COLUMN-VALUE
    WHEN OTHER
        CONTINUE
    END-EVALUATE.

    IF WS-COLUMN-KIND = "T"
        MOVE WS-COLUMN-VALUE TO WS-COLUMN-SORT-VALUE
    END-IF.
*
5350-FORMAT-DATE.
*   A ZERO DATE (NOT YET SOLVED) PRINTS BLANK AND SORTS FIRST
    MOVE WS-DATE-BIN TO WS-SORT-DATE.
    MOVE WS-SORT-DATE-TEXT TO WS-COLUMN-SORT-VALUE.

    IF WS-DATE-BIN NOT = ZERO
        MOVE SPACES TO WS-DATE-TEXT
        CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                                BY DESCRIPTOR WS-DATE-TEXT
                                BY REFERENCE  WS-DATE-BIN
                                OMITTED
                          GIVING ERR_RET
        MOVE WS-DATE-TEXT (1:11) TO WS-COLUMN-VALUE
    END-IF.
*
5400-LOOK-UP-CATALOGUE.
    MOVE ZERO  TO WS-COLUMN-WIDTH.
    MOVE SPACE TO WS-COLUMN-KIND.

    PERFORM 5450-MATCH-ONE-ENTRY VARYING CAT-SUB FROM 1 BY 1
                                 UNTIL CAT-SUB > COLUMN-CATALOGUE-COUNT
                                 OR WS-COLUMN-WIDTH > ZERO.

    IF WS-COLUMN-WIDTH > ZERO
        SUBTRACT 1 FROM CAT-SUB
    END-IF.
*
5450-MATCH-ONE-ENTRY.
    IF CAT-CODE (CAT-SUB) = WS-COLUMN-CODE
        MOVE CAT-WIDTH (CAT-SUB) TO WS-COLUMN-WIDTH
        MOVE CAT-KIND  (CAT-SUB) TO WS-COLUMN-KIND
    END-IF.
/
5500-WRITE-CSV-REPORT.
    MOVE SPACES TO WS-OUTPUT-LINE.
    MOVE 1      TO WS-OUTPUT-POINTER.
    PERFORM 5600-ADD-CSV-HEADING VARYING COL-SUB FROM 1 BY 1
                                 UNTIL COL-SUB > 10.
    PERFORM 6000-WRITE-OUTPUT-LINE.

    PERFORM 5700-WRITE-CSV-ROW VARYING SUB1 FROM 1 BY 1
                               UNTIL SUB1 > RPT-COUNT.

    MOVE REPORT_NAME OF REPORT_DEFINITION_REC TO WC-REPORT-NAME.
    MOVE RPT-COUNT                            TO WC-ROW-COUNT.
    MOVE WS-CSV-SUMMARY-LINE TO RUNNER-REPORT-LINE.
    WRITE RUNNER-REPORT-LINE.

    IF RPT-TRUNC-FLAG = "Y"
        MOVE "SELECTION TRUNCATED AT 500 ROWS" TO RUNNER-REPORT-LINE
        WRITE RUNNER-REPORT-LINE
    END-IF.
*
5600-ADD-CSV-HEADING.
    MOVE WS-COLUMN-ENTRY (COL-SUB) TO WS-COLUMN-CODE.

    IF WS-COLUMN-CODE NOT = SPACES
        PERFORM 5400-LOOK-UP-CATALOGUE
        IF WS-COLUMN-WIDTH > ZERO
            IF COL-SUB > 1
                STRING ","             DELIMITED BY SIZE
                  INTO WS-OUTPUT-LINE WITH POINTER WS-OUTPUT-POINTER
            END-IF
            STRING CAT-HEADING (CAT-SUB) DELIMITED BY "  "
              INTO WS-OUTPUT-LINE WITH POINTER WS-OUTPUT-POINTER
        END-IF
    END-IF.
*
5700-WRITE-CSV-ROW.
    MOVE SPACES TO WS-OUTPUT-LINE.
    MOVE 1      TO WS-OUTPUT-POINTER.

    PERFORM 5710-ADD-CSV-COLUMN VARYING COL-SUB FROM 1 BY 1
                                UNTIL COL-SUB > 10.

    PERFORM 6000-WRITE-OUTPUT-LINE.
*
5710-ADD-CSV-COLUMN.
*   TEXT GOES IN DOUBLE QUOTES SO A COMMA IN A DESCRIPTION DOES NOT
*   SPLIT THE FIELD; A QUOTE INSIDE THE TEXT BECOMES AN APOSTROPHE.
*   NUMBERS AND DATES GO OUT WITHOUT THEIR PRINT PADDING
    MOVE WS-COLUMN-ENTRY (COL-SUB) TO WS-COLUMN-CODE.

    IF WS-COLUMN-CODE NOT = SPACES
        PERFORM 5300-FORMAT-COLUMN
        IF WS-COLUMN-WIDTH > ZERO
            IF COL-SUB > 1
                STRING ","             DELIMITED BY SIZE
                  INTO WS-OUTPUT-LINE WITH POINTER WS-OUTPUT-POINTER
            END-IF
            IF WS-COLUMN-KIND = "T"
                INSPECT WS-COLUMN-VALUE REPLACING ALL """" BY "'"
                MOVE SPACES TO WS-CSV-FIELD
                STRING """"            DELIMITED BY SIZE
                       WS-COLUMN-VALUE DELIMITED BY "  "
                       """"            DELIMITED BY SIZE
                  INTO WS-CSV-FIELD
                STRING WS-CSV-FIELD    DELIMITED BY "  "
                  INTO WS-OUTPUT-LINE WITH POINTER WS-OUTPUT-POINTER
            ELSE
                IF WS-COLUMN-VALUE NOT = SPACES
                    MOVE ZERO TO WS-LEAD-SPACES
                    INSPECT WS-COLUMN-VALUE TALLYING WS-LEAD-SPACES
                                            FOR LEADING " "
                    ADD 1 TO WS-LEAD-SPACES
                    STRING WS-COLUMN-VALUE (WS-LEAD-SPACES:)
                                       DELIMITED BY " "
                      INTO WS-OUTPUT-LINE WITH POINTER WS-OUTPUT-POINTER
                END-IF
            END-IF
        END-IF
    END-IF.
/
6000-WRITE-OUTPUT-LINE.
*   THE DEFINITION'S OWN FILE GETS EVERY LINE FOR THE MAILING; A
*   PRINT DEFINITION ALSO GOES ON THE RUN LISTING, CUT AT THE MARGIN
    MOVE WS-OUTPUT-LINE TO RUNNER-OUTPUT-RECORD.
    WRITE RUNNER-OUTPUT-RECORD.

    IF OUTPUT_TYPE OF REPORT_DEFINITION_REC NOT = "C"
        MOVE WS-OUTPUT-LINE TO RUNNER-REPORT-LINE
        WRITE RUNNER-REPORT-LINE
    END-IF.
*
6100-PRINT-TOTALS.
    MOVE SPACES TO RUNNER-REPORT-LINE.
    WRITE RUNNER-REPORT-LINE.

    MOVE DEFN-RUN-COUNT     TO WT-RUN-COUNT.
    MOVE WS-TOTALS-LINE     TO RUNNER-REPORT-LINE.
    WRITE RUNNER-REPORT-LINE.

    MOVE DEFN-FAILED-COUNT  TO WT-FAILED-COUNT.
    MOVE WS-FAILED-LINE     TO RUNNER-REPORT-LINE.
    WRITE RUNNER-REPORT-LINE.

    MOVE ROWS-WRITTEN-COUNT TO WT-WRITTEN-COUNT.
    MOVE WS-WRITTEN-LINE    TO RUNNER-REPORT-LINE.
    WRITE RUNNER-REPORT-LINE.
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
7600-FETCH-DEFINITION-ROW.
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
    CLOSE RUNNER-REPORT-FILE.
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
    MOVE DEFN-RUN-COUNT     TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE ROWS-WRITTEN-COUNT TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE DEFN-FAILED-COUNT  TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
*   EVERY PERSON ON THE REPORT_DISTRIBUTION LIST HELD UNDER THE
*   DEFINITION NAME IS MAILED THAT DEFINITION'S OUTPUT FILE
    MOVE ZERO TO DIST-RECIP-COUNT.

    CALL "ET_ST_RO_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RO NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.

    MOVE REPORT_NAME OF REPORT_DEFINITION_REC
      TO REPORT_NAME OF REPORT_DISTRIBUTION_REC.

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

    STRING "MAIL/SUBJECT=""EZITRAK098 "       DELIMITED BY SIZE
           REPORT_NAME OF REPORT_DEFINITION_REC DELIMITED BY SPACE
           """ EZITRAK098_OUTPUT """        DELIMITED BY SIZE
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
* **************** END OF SOURCE EZITRAK098 ****************
