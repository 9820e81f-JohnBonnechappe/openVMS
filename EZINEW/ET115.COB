IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK115                                                 *
*   Program Name : GL Chargeback Journal                                      *
*   Summary      : Batch job run after EZITRAK085 closes an accounting        *
*                  period. Takes the PERIOD_ID (YYYYMM) as an ACCEPT ...      *
*                  FROM SYS$COMMAND parameter - blank picks the oldest        *
*                  closed period not yet posted - and refuses a period        *
*                  that is still open or already in GL_POSTING_LOG. Costs     *
*                  every effort line recorded inside the period at the        *
*                  LABOUR_RATE for the recorder's PERSON_GRADE in force       *
*                  on the line's date, adds the period's PARTS_USED lines     *
*                  at quantity times the frozen UNIT_COST, and totals both    *
*                  by the COST_CENTRE of the problem's application. Writes    *
*                  a balanced journal to the GL_JOURNAL_INTERFACE file -      *
*                  a header, one debit line per cost centre and charge        *
*                  type, one credit line per charge type to the support       *
*                  department and a trailer carrying the line count and       *
*                  the debit and credit control totals - then records the     *
*                  period in GL_POSTING_LOG so it can never be posted         *
*                  twice. If any minutes cannot be costed (no grade, or       *
*                  no rate in force) they are listed and nothing is           *
*                  written or logged, so the rate can be keyed on             *
*                  EZITRAK114 and the job rerun.                              *
*                                                                             *
*   TABLES  USED : ACCT_PERIOD          (Input)                               *
*                  PROBLEM_SOLUTION_DETAILS (Input)                           *
*                  PARTS_USED           (Input)                               *
*                  PROBLEM_DETAILS      (Input)                               *
*                  APPLICATION_DETAILS  (Input)                               *
*                  PERSON_DETAILS       (Input)                               *
*                  LABOUR_RATE          (Input)                               *
*                  SYSTEM_PARAMETER     (Input)                               *
*                  GL_POSTING_LOG       (Input-Output)                        *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : GL_POSTING_LOG is a new CDD table, not yet generated -   *
*                  PERIOD_ID PIC 9(6) key, JOURNAL_REFERENCE PIC X(12),     *
*                  LINE_COUNT PIC S9(9) COMP, TOTAL_DEBIT PIC 9(13)V99,     *
*                  TOTAL_CREDIT PIC 9(13)V99, REC_USER PIC X(8),            *
*                  REC_TMSTAMP PIC S9(11)V9(7) COMP. A DBA/CDD maintainer   *
*                  needs to create the table and generate                   *
*                  ET_SS/IR_GL_POSTING_LOG on PERIOD_ID; EZITRAK085 also    *
*                  reads it to refuse reopening a posted period.            *
*                  ET_ST_RO_PROBLEM / ET_ST_RW_PROBLEM need GL_POSTING_LOG  *
*                  adding to their reserving lists.                         *
*                                                                             *
*   NOTE         : the period's lines come from two new windowed cursors -  *
*                  ET_OC/FC/CC_PERIOD_EFFORT (PERIOD_START and PERIOD_END   *
*                  in; PROBLEM_SOLUTION_DETAILS rows WHERE MINUTES_SPENT >  *
*                  0 AND REC_TMSTAMP BETWEEN them ORDER BY PROBLEM_NUMBER,  *
*                  returning PROBLEM_NUMBER, MINUTES_SPENT, REC_USER and    *
*                  REC_TMSTAMP) and ET_OC/FC/CC_PERIOD_PARTS_USED (the same *
*                  window over PARTS_USED, returning PROBLEM_NUMBER,        *
*                  QUANTITY_USED and UNIT_COST) - to be generated beside    *
*                  ET_OC/FC/CC_SOLUTION_EFFORT. The rates, grades and cost  *
*                  centres are read through ET_OC/FC/CC_LABOUR_RATE         *
*                  (EZITRAK1143), ET_SS_PERSON_GRADE (EZITRAK0052) and      *
*                  ET_SS_APPLICATION_COST_CENTRE (EZITRAK0063).             *
*                                                                             *
*   NOTE         : the support department's cost centre (credited) and the  *
*                  suspense cost centre (debited for applications with no   *
*                  COST_CENTRE, and problems since purged) are the          *
*                  GL_SUPPORT_COST_CENTRE and GL_SUSPENSE_COST_CENTRE       *
*                  SYSTEM_PARAMETER rows (see EZITRAK0873's header); the    *
*                  job will not run without both. GL_JOURNAL_INTERFACE is a *
*                  fixed 100-byte record file - "H" header (source, journal *
*                  reference EZTCB + PERIOD_ID, period, run date), "D"      *
*                  detail (line number, cost centre, charge type L labour / *
*                  P parts, D or C, amount with two implied decimals,       *
*                  minutes, description) and "T" trailer (detail count,     *
*                  total debits, total credits). Amounts are rounded to the *
*                  cent line by line, and the credits are the sums of the   *
*                  debits, so the journal always balances.                  *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK115.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GL-JOURNAL-FILE ASSIGN TO "GL_JOURNAL_INTERFACE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT GL-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  GL-JOURNAL-FILE
    LABEL RECORDS ARE STANDARD.
01  GL-HEADER-RECORD.
    05  GLH-RECORD-TYPE                         PIC X(1).
    05  GLH-SOURCE                              PIC X(8).
    05  GLH-JOURNAL-REFERENCE                   PIC X(12).
    05  GLH-PERIOD-ID                           PIC 9(6).
    05  GLH-RUN-DATE                            PIC X(11).
    05  FILLER                                  PIC X(62).
01  GL-DETAIL-RECORD.
    05  GLD-RECORD-TYPE                         PIC X(1).
    05  GLD-LINE-NUMBER                         PIC 9(5).
    05  GLD-COST-CENTRE                         PIC X(8).
    05  GLD-CHARGE-TYPE                         PIC X(1).
    05  GLD-DEBIT-CREDIT                        PIC X(1).
    05  GLD-AMOUNT                              PIC 9(11)V99.
    05  GLD-MINUTES                             PIC 9(9).
    05  GLD-DESCRIPTION                         PIC X(30).
    05  FILLER                                  PIC X(32).
01  GL-TRAILER-RECORD.
    05  GLT-RECORD-TYPE                         PIC X(1).
    05  GLT-RECORD-COUNT                        PIC 9(7).
    05  GLT-DEBIT-TOTAL                         PIC 9(13)V99.
    05  GLT-CREDIT-TOTAL                        PIC 9(13)V99.
    05  GLT-JOURNAL-REFERENCE                   PIC X(12).
    05  FILLER                                  PIC X(50).

FD  GL-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  GL-REPORT-LINE                              PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.ACCT_PERIOD_REC"              from dictionary.
    copy "EZITRAK_CDD.PROBLEM_SOLUTION_DETAILS_REC" from dictionary.
    copy "EZITRAK_CDD.PARTS_USED_REC"               from dictionary.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"          from dictionary.
    copy "EZITRAK_CDD.APPLICATION_DETAILS_REC"      from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"           from dictionary.
    copy "EZITRAK_CDD.LABOUR_RATE_REC"              from dictionary.
    copy "EZITRAK_CDD.SYSTEM_PARAMETER_REC"         from dictionary.
    copy "EZITRAK_CDD.GL_POSTING_LOG_REC"           from dictionary.
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
 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.

 01  WS-PERIOD-TEXT                              PIC X(6).
 01  WS-PERIOD-NUM REDEFINES WS-PERIOD-TEXT      PIC 9(6).
 01  WS-SELECTED-PERIOD-ID                       PIC 9(6) VALUE ZERO.
 01  WS-PERIOD-POSTED-FLAG                       PIC X.
 01  WS-JOURNAL-REFERENCE                        PIC X(12).
 01  WS-JOURNAL-DESC                             PIC X(30).

 01  WS-PARAMETER-FOUND-FLAG                     PIC X.
 01  WS-PARAMETER-VALUE-TEXT                     PIC X(12).
 01  SUPPORT-COST-CENTRE                         PIC X(8).
 01  SUSPENSE-COST-CENTRE                        PIC X(8).

 01  WS-FOUND-FLAG                               PIC X.
 01  WS-RATE-FOUND-FLAG                          PIC X.
 01  WS-LINE-PROBLEM-NUMBER                      PIC 9(9).
 01  WS-LAST-PROBLEM-NUMBER                      PIC 9(9) VALUE ZERO.
 01  WS-LINE-APPLICATION-ID                      PIC X(4).
 01  WS-LINE-COST-CENTRE                         PIC X(8).
 01  WS-LINE-GRADE                               PIC X(4).
 01  WS-LINE-RATE                                PIC 9(5)V99.
 01  WS-LINE-AMOUNT                              PIC 9(9)V99.

 01  WS-JOURNAL-COST-CENTRE                      PIC X(8).
 01  WS-JOURNAL-CHARGE-TYPE                      PIC X(1).
 01  WS-JOURNAL-DEBIT-CREDIT                     PIC X(1).
 01  WS-JOURNAL-AMOUNT                           PIC 9(11)V99.
 01  WS-JOURNAL-MINUTES                          PIC S9(9) COMP.

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB2                                        PIC S9(4) COMP.
 01  CC-SUB                                      PIC S9(4) COMP.

 01  EFFORT-LINE-COUNT                           PIC S9(9) COMP VALUE 0.
 01  PARTS-LINE-COUNT                            PIC S9(9) COMP VALUE 0.
 01  UNRATED-LINE-COUNT                          PIC S9(9) COMP VALUE 0.
 01  UNRATED-MINUTES                             PIC S9(9) COMP VALUE 0.
 01  JOURNAL-LINE-COUNT                          PIC S9(9) COMP VALUE 0.
 01  TOTAL-MINUTES                               PIC S9(9) COMP VALUE 0.
 01  TOTAL-LABOUR                                PIC 9(11)V99 VALUE 0.
 01  TOTAL-PARTS                                 PIC 9(11)V99 VALUE 0.
 01  DEBIT-TOTAL                                 PIC 9(13)V99 VALUE 0.
 01  CREDIT-TOTAL                                PIC 9(13)V99 VALUE 0.

*   EVERY RATE IS HELD HERE IN GRADE AND EFFECTIVE DATE ORDER - THE
*   LAST ROW FOR A GRADE THAT IS NOT AFTER THE LINE'S DATE IS THE ONE
*   IN FORCE
 01  RATE-COUNT                                  PIC S9(4) COMP VALUE 0.
 01  RATE-MAX                                    PIC S9(4) COMP VALUE 500.
 01  RATE-TABLE.
     05  RATE-ENTRY OCCURS 500 TIMES.
         10  RT-PERSON-GRADE                     PIC X(4).
         10  RT-EFFECTIVE-DATE                   PIC S9(11)V9(7) COMP.
         10  RT-HOURLY-RATE                      PIC 9(5)V99.

*   GRADES AND COST CENTRES ALREADY LOOKED UP - A FULL TABLE JUST
*   MEANS THE REST ARE READ EACH TIME
 01  GRADE-COUNT                                 PIC S9(4) COMP VALUE 0.
 01  GRADE-MAX                                   PIC S9(4) COMP VALUE 1000.
 01  GRADE-TABLE.
     05  GRADE-ENTRY OCCURS 1000 TIMES.
         10  GT-PERSON-ID                        PIC X(8).
         10  GT-PERSON-GRADE                     PIC X(4).

 01  APPL-COUNT                                  PIC S9(4) COMP VALUE 0.
 01  APPL-MAX                                    PIC S9(4) COMP VALUE 500.
 01  APPL-TABLE.
     05  APPL-ENTRY OCCURS 500 TIMES.
         10  APL-APPLICATION-ID                  PIC X(4).
         10  APL-COST-CENTRE                     PIC X(8).

 01  CENTRE-COUNT                                PIC S9(4) COMP VALUE 0.
 01  CENTRE-MAX                                  PIC S9(4) COMP VALUE 500.
 01  CENTRE-TABLE.
     05  CENTRE-ENTRY OCCURS 500 TIMES.
         10  CT-COST-CENTRE                      PIC X(8).
         10  CT-MINUTES                          PIC S9(9) COMP.
         10  CT-LABOUR                           PIC 9(11)V99.
         10  CT-PARTS                            PIC 9(11)V99.

 01  WS-TITLE-LINE.
     05  FILLER                                  PIC X(41) VALUE
                         "EZITRAK115 GL CHARGEBACK JOURNAL  PERIOD ".
     05  WTL-PERIOD-ID                           PIC 9(6).
     05  FILLER                                  PIC X(11) VALUE
                                                    "  JOURNAL ".
     05  WTL-JOURNAL-REFERENCE                   PIC X(12).

 01  WS-UNRATED-HEADING.
     05  FILLER                                  PIC X(45) VALUE
                 "MINUTES WITH NO LABOUR RATE IN FORCE".
     05  FILLER                                  PIC X(30) VALUE
                                     "  PROBLEM PERSON   GRADE   MINS".

 01  WS-UNRATED-LINE.
     05  FILLER                                  PIC X(45) VALUE SPACES.
     05  WU-PROBLEM-NUMBER                       PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(1)  VALUE SPACE.
     05  WU-PERSON-ID                            PIC X(8).
     05  FILLER                                  PIC X(1)  VALUE SPACE.
     05  WU-PERSON-GRADE                         PIC X(4).
     05  FILLER                                  PIC X(1)  VALUE SPACE.
     05  WU-MINUTES                              PIC ZZZZZ9.

 01  WS-CENTRE-HEADING.
     05  FILLER                                  PIC X(9)  VALUE
                                                    "COST CTR".
     05  FILLER                                  PIC X(10) VALUE
                                                    "   MINUTES".
     05  FILLER                                  PIC X(16) VALUE
                                                    "          LABOUR".
     05  FILLER                                  PIC X(16) VALUE
                                                    "           PARTS".
     05  FILLER                                  PIC X(16) VALUE
                                                    "           TOTAL".

 01  WS-CENTRE-LINE.
     05  WC-COST-CENTRE                          PIC X(8).
     05  FILLER                                  PIC X(1)  VALUE SPACE.
     05  WC-MINUTES                              PIC ZZZZZZZZZ9.
     05  WC-LABOUR                               PIC ZZZZZZZZZZZZ9.99.
     05  WC-PARTS                                PIC ZZZZZZZZZZZZ9.99.
     05  WC-TOTAL                                PIC ZZZZZZZZZZZZ9.99.

 01  WS-EFFORT-TOTAL-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "EFFORT LINES     = ".
     05  WT-EFFORT-COUNT                         PIC ZZZZZZZZ9.
 01  WS-PARTS-TOTAL-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "PARTS LINES      = ".
     05  WT-PARTS-COUNT                          PIC ZZZZZZZZ9.
 01  WS-UNRATED-TOTAL-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "UNRATED LINES    = ".
     05  WT-UNRATED-COUNT                        PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(12) VALUE
                                                    "  MINUTES = ".
     05  WT-UNRATED-MINUTES                      PIC ZZZZZZZZ9.
 01  WS-JOURNAL-TOTAL-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "JOURNAL LINES    = ".
     05  WT-JOURNAL-COUNT                        PIC ZZZZZZZZ9.
 01  WS-DEBIT-TOTAL-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "TOTAL DEBITS     = ".
     05  WT-DEBIT-TOTAL                          PIC ZZZZZZZZZZZZ9.99.
 01  WS-CREDIT-TOTAL-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "TOTAL CREDITS    = ".
     05  WT-CREDIT-TOTAL                         PIC ZZZZZZZZZZZZ9.99.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK115".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 1200-GET-COST-CENTRES.

    PERFORM 2000-SELECT-PERIOD THRU 2000-SELECT-PERIOD-EXIT.

    IF WS-SELECTED-PERIOD-ID = ZERO
        MOVE "NO CLOSED PERIOD IS AWAITING POSTING - NOTHING WRITTEN"
          TO GL-REPORT-LINE
        WRITE GL-REPORT-LINE
    ELSE
        PERFORM 2500-LOAD-LABOUR-RATES
        PERFORM 3000-COST-EFFORT-LINES
        PERFORM 4000-COST-PARTS-LINES
        PERFORM 5000-PRINT-COST-CENTRES
        IF UNRATED-LINE-COUNT > ZERO
            PERFORM 6900-REPORT-NOT-WRITTEN
        ELSE
            PERFORM 6000-WRITE-JOURNAL
            PERFORM 7500-WRITE-POSTING-LOG
        END-IF
        PERFORM 6100-PRINT-TOTALS
    END-IF.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO RATE-COUNT.
    MOVE ZERO TO GRADE-COUNT.
    MOVE ZERO TO APPL-COUNT.
    MOVE ZERO TO CENTRE-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    OPEN OUTPUT GL-REPORT-FILE.
*
1200-GET-COST-CENTRES.
*   NO JOURNAL CAN BALANCE WITHOUT BOTH - REFUSE RATHER THAN GUESS
    MOVE "GL_SUPPORT_COST_CENTRE" TO PARAMETER_NAME
                                        OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "N"
        DISPLAY "GL_SUPPORT_COST_CENTRE SYSTEM PARAMETER NOT SET"
                " - RUN ABANDONED"
        GO TO 9900-EXIT
    END-IF.
    MOVE WS-PARAMETER-VALUE-TEXT TO SUPPORT-COST-CENTRE.

    MOVE "GL_SUSPENSE_COST_CENTRE" TO PARAMETER_NAME
                                        OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "N"
        DISPLAY "GL_SUSPENSE_COST_CENTRE SYSTEM PARAMETER NOT SET"
                " - RUN ABANDONED"
        GO TO 9900-EXIT
    END-IF.
    MOVE WS-PARAMETER-VALUE-TEXT TO SUSPENSE-COST-CENTRE.
/
2000-SELECT-PERIOD.
    MOVE SPACES TO WS-PERIOD-TEXT.
    ACCEPT WS-PERIOD-TEXT FROM SYS$COMMAND.

    IF WS-PERIOD-TEXT = SPACES
        PERFORM 2100-FIND-UNPOSTED-PERIOD
        IF WS-SELECTED-PERIOD-ID = ZERO
            GO TO 2000-SELECT-PERIOD-EXIT
        END-IF
    ELSE
        IF WS-PERIOD-TEXT IS NOT NUMERIC
            DISPLAY "PERIOD MUST BE KEYED AS YYYYMM - RUN ABANDONED"
            GO TO 9900-EXIT
        END-IF
        MOVE WS-PERIOD-NUM TO WS-SELECTED-PERIOD-ID
    END-IF.

    PERFORM 7000-START_TRAN_RO.

    MOVE WS-SELECTED-PERIOD-ID TO PERIOD_ID OF ACCT_PERIOD_REC.

    CALL "ET_SS_ACCT_PERIOD" USING SQLCA
                                 PERIOD_ID      OF ACCT_PERIOD_REC
                                 PERIOD_START   OF ACCT_PERIOD_REC
                                 PERIOD_END     OF ACCT_PERIOD_REC
                                 PERIOD_STATUS  OF ACCT_PERIOD_REC
                                 CLOSED_BY      OF ACCT_PERIOD_REC
                                 CLOSED_TMSTAMP OF ACCT_PERIOD_REC
                                 REC_USER       OF ACCT_PERIOD_REC
                                 REC_TMSTAMP    OF ACCT_PERIOD_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
        DISPLAY "PERIOD NOT ON FILE - RUN ABANDONED"
        GO TO 9900-EXIT
    WHEN OTHER
        DISPLAY "ERROR ON ACCT_PERIOD_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF PERIOD_STATUS OF ACCT_PERIOD_REC NOT = "C"
        DISPLAY "PERIOD STILL OPEN - CLOSE IT ON EZITRAK085 FIRST"
                " - RUN ABANDONED"
        GO TO 9900-EXIT
    END-IF.

    PERFORM 2200-CHECK-POSTING-LOG.

    IF WS-PERIOD-POSTED-FLAG = "Y"
        DISPLAY "PERIOD ALREADY POSTED TO THE GL AS "
                JOURNAL_REFERENCE OF GL_POSTING_LOG_REC
                " - RUN ABANDONED"
        GO TO 9900-EXIT
    END-IF.

    PERFORM 7800-CMT_TRAN.

    MOVE SPACES TO WS-JOURNAL-REFERENCE.
    STRING "EZTCB"               DELIMITED BY SIZE
           WS-SELECTED-PERIOD-ID DELIMITED BY SIZE
      INTO WS-JOURNAL-REFERENCE.

    MOVE WS-SELECTED-PERIOD-ID TO WTL-PERIOD-ID.
    MOVE WS-JOURNAL-REFERENCE  TO WTL-JOURNAL-REFERENCE.
    MOVE WS-TITLE-LINE         TO GL-REPORT-LINE.
    WRITE GL-REPORT-LINE.

    MOVE SPACES TO GL-REPORT-LINE.
    WRITE GL-REPORT-LINE.
*
2000-SELECT-PERIOD-EXIT.
    EXIT.
*
2100-FIND-UNPOSTED-PERIOD.
*   THE CURSOR RUNS NEWEST FIRST, SO THE LAST CLOSED PERIOD WITHOUT A
*   POSTING IS THE OLDEST ONE STILL OWED TO THE LEDGER
    MOVE ZERO TO WS-SELECTED-PERIOD-ID.

    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_ACCT_PERIOD" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ACCT_PERIOD_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2110-FETCH-ONE-PERIOD UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_ACCT_PERIOD" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ACCT_PERIOD_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
2110-FETCH-ONE-PERIOD.
    CALL "ET_FC_ACCT_PERIOD" USING SQLCA
                                 PERIOD_ID      OF ACCT_PERIOD_REC
                                 PERIOD_START   OF ACCT_PERIOD_REC
                                 PERIOD_END     OF ACCT_PERIOD_REC
                                 PERIOD_STATUS  OF ACCT_PERIOD_REC
                                 CLOSED_BY      OF ACCT_PERIOD_REC
                                 CLOSED_TMSTAMP OF ACCT_PERIOD_REC
                                 REC_USER       OF ACCT_PERIOD_REC
                                 REC_TMSTAMP    OF ACCT_PERIOD_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF PERIOD_STATUS OF ACCT_PERIOD_REC = "C"
            PERFORM 2200-CHECK-POSTING-LOG
            IF WS-PERIOD-POSTED-FLAG = "N"
                MOVE PERIOD_ID OF ACCT_PERIOD_REC
                  TO WS-SELECTED-PERIOD-ID
            END-IF
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON ACCT_PERIOD_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
2200-CHECK-POSTING-LOG.
    MOVE PERIOD_ID OF ACCT_PERIOD_REC TO PERIOD_ID OF GL_POSTING_LOG_REC.

    CALL "ET_SS_GL_POSTING_LOG" USING SQLCA
                                 PERIOD_ID         OF GL_POSTING_LOG_REC
                                 JOURNAL_REFERENCE OF GL_POSTING_LOG_REC
                                 LINE_COUNT        OF GL_POSTING_LOG_REC
                                 TOTAL_DEBIT       OF GL_POSTING_LOG_REC
                                 TOTAL_CREDIT      OF GL_POSTING_LOG_REC
                                 REC_USER          OF GL_POSTING_LOG_REC
                                 REC_TMSTAMP       OF GL_POSTING_LOG_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO WS-PERIOD-POSTED-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO WS-PERIOD-POSTED-FLAG
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON GL_POSTING_LOG_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
2500-LOAD-LABOUR-RATES.
    PERFORM 7000-START_TRAN_RO.

    MOVE SPACES TO PERSON_GRADE OF LABOUR_RATE_REC.

    CALL "ET_OC_LABOUR_RATE" USING SQLCA
                                 PERSON_GRADE OF LABOUR_RATE_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON LABOUR_RATE_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2510-FETCH-ONE-RATE UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_LABOUR_RATE" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON LABOUR_RATE_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
2510-FETCH-ONE-RATE.
    CALL "ET_FC_LABOUR_RATE" USING SQLCA
                                 PERSON_GRADE   OF LABOUR_RATE_REC
                                 EFFECTIVE_DATE OF LABOUR_RATE_REC
                                 HOURLY_RATE    OF LABOUR_RATE_REC
                                 REC_USER       OF LABOUR_RATE_REC
                                 REC_TMSTAMP    OF LABOUR_RATE_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF RATE-COUNT NOT < RATE-MAX
            DISPLAY "LABOUR_RATE TOO BIG FOR RATE-TABLE - RUN ABANDONED"
            GO TO 9900-EXIT
        END-IF
        ADD 1 TO RATE-COUNT
        MOVE PERSON_GRADE   OF LABOUR_RATE_REC
          TO RT-PERSON-GRADE   (RATE-COUNT)
        MOVE EFFECTIVE_DATE OF LABOUR_RATE_REC
          TO RT-EFFECTIVE-DATE (RATE-COUNT)
        MOVE HOURLY_RATE    OF LABOUR_RATE_REC
          TO RT-HOURLY-RATE    (RATE-COUNT)
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON LABOUR_RATE_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3000-COST-EFFORT-LINES.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_PERIOD_EFFORT" USING SQLCA
                                 PERIOD_START OF ACCT_PERIOD_REC
                                 PERIOD_END   OF ACCT_PERIOD_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERIOD_EFFORT_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-EFFORT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PERIOD_EFFORT" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERIOD_EFFORT_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3100-FETCH-ONE-EFFORT.
    CALL "ET_FC_PERIOD_EFFORT" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
                                 MINUTES_SPENT  OF PROBLEM_SOLUTION_DETAILS_REC
                                 REC_USER       OF PROBLEM_SOLUTION_DETAILS_REC
                                 REC_TMSTAMP    OF PROBLEM_SOLUTION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO EFFORT-LINE-COUNT
        MOVE PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
          TO WS-LINE-PROBLEM-NUMBER
        PERFORM 3200-RESOLVE-COST-CENTRE
        PERFORM 3300-RESOLVE-GRADE
        PERFORM 3400-FIND-RATE
        IF WS-RATE-FOUND-FLAG = "Y"
            PERFORM 3500-COST-ONE-EFFORT
        ELSE
            PERFORM 3600-LIST-UNRATED
        END-IF
        MOVE ZERO TO SQLCODE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERIOD_EFFORT_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3200-RESOLVE-COST-CENTRE.
*   CONSECUTIVE LINES OF ONE PROBLEM REUSE THE LAST READ, THE
*   EZITRAK038 WAY; A PROBLEM SINCE PURGED GOES TO SUSPENSE
    IF WS-LINE-PROBLEM-NUMBER = WS-LAST-PROBLEM-NUMBER
        CONTINUE
    ELSE
        MOVE WS-LINE-PROBLEM-NUMBER TO WS-LAST-PROBLEM-NUMBER

        MOVE WS-LINE-PROBLEM-NUMBER
          TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC

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
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            MOVE APPLICATION_ID OF PROBLEM_DETAILS_REC
              TO WS-LINE-APPLICATION-ID
            PERFORM 3250-RESOLVE-APPLICATION
        WHEN SQL_NOT_FOUND
            MOVE SUSPENSE-COST-CENTRE TO WS-LINE-COST-CENTRE
            MOVE ZERO TO SQLCODE
        WHEN OTHER
            DISPLAY "SS PROBLEM NG CODE=" SQLCODE WITH CONVERSION
            GO TO   9900-EXIT
        END-EVALUATE
    END-IF.
*
3250-RESOLVE-APPLICATION.
    MOVE "N" TO WS-FOUND-FLAG.
    PERFORM 3260-MATCH-APPLICATION VARYING SUB1 FROM 1 BY 1
                             UNTIL SUB1 > APPL-COUNT
                                OR WS-FOUND-FLAG = "Y".

    IF WS-FOUND-FLAG = "N"
        MOVE WS-LINE-APPLICATION-ID
          TO APPLICATION_ID OF APPLICATION_DETAILS_REC

        CALL "ET_SS_APPLICATION_COST_CENTRE" USING SQLCA
                                 APPLICATION_ID OF APPLICATION_DETAILS_REC
                                 COST_CENTRE    OF APPLICATION_DETAILS_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            MOVE COST_CENTRE OF APPLICATION_DETAILS_REC
              TO WS-LINE-COST-CENTRE
        WHEN SQL_NOT_FOUND
            MOVE SPACES TO WS-LINE-COST-CENTRE
            MOVE ZERO TO SQLCODE
        WHEN OTHER
            DISPLAY "ERROR ON APPLICATION_COST_CENTRE_SS CODE=" SQLCODE
                    WITH CONVERSION
            GO TO 9900-EXIT
        END-EVALUATE

        IF WS-LINE-COST-CENTRE = SPACES
            MOVE SUSPENSE-COST-CENTRE TO WS-LINE-COST-CENTRE
        END-IF

        IF APPL-COUNT < APPL-MAX
            ADD 1 TO APPL-COUNT
            MOVE WS-LINE-APPLICATION-ID
              TO APL-APPLICATION-ID (APPL-COUNT)
            MOVE WS-LINE-COST-CENTRE
              TO APL-COST-CENTRE    (APPL-COUNT)
        END-IF
    END-IF.
*
3260-MATCH-APPLICATION.
    IF APL-APPLICATION-ID (SUB1) = WS-LINE-APPLICATION-ID
        MOVE APL-COST-CENTRE (SUB1) TO WS-LINE-COST-CENTRE
        MOVE "Y" TO WS-FOUND-FLAG
    END-IF.
*
3300-RESOLVE-GRADE.
    MOVE "N" TO WS-FOUND-FLAG.
    PERFORM 3310-MATCH-GRADE VARYING SUB1 FROM 1 BY 1
                             UNTIL SUB1 > GRADE-COUNT
                                OR WS-FOUND-FLAG = "Y".

    IF WS-FOUND-FLAG = "N"
        MOVE REC_USER OF PROBLEM_SOLUTION_DETAILS_REC
          TO PERSON_ID OF PERSON_DETAILS_REC

        CALL "ET_SS_PERSON_GRADE" USING SQLCA
                                 PERSON_ID    OF PERSON_DETAILS_REC
                                 PERSON_GRADE OF PERSON_DETAILS_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            MOVE PERSON_GRADE OF PERSON_DETAILS_REC TO WS-LINE-GRADE
        WHEN SQL_NOT_FOUND
            MOVE SPACES TO WS-LINE-GRADE
            MOVE ZERO TO SQLCODE
        WHEN OTHER
            DISPLAY "ERROR ON PERSON_GRADE_SS CODE=" SQLCODE
                    WITH CONVERSION
            GO TO 9900-EXIT
        END-EVALUATE

        IF GRADE-COUNT < GRADE-MAX
            ADD 1 TO GRADE-COUNT
            MOVE REC_USER OF PROBLEM_SOLUTION_DETAILS_REC
              TO GT-PERSON-ID    (GRADE-COUNT)
            MOVE WS-LINE-GRADE
              TO GT-PERSON-GRADE (GRADE-COUNT)
        END-IF
    END-IF.
*
3310-MATCH-GRADE.
    IF GT-PERSON-ID (SUB1) = REC_USER OF PROBLEM_SOLUTION_DETAILS_REC
        MOVE GT-PERSON-GRADE (SUB1) TO WS-LINE-GRADE
        MOVE "Y" TO WS-FOUND-FLAG
    END-IF.
*
3400-FIND-RATE.
    MOVE "N"  TO WS-RATE-FOUND-FLAG.
    MOVE ZERO TO WS-LINE-RATE.

    IF WS-LINE-GRADE NOT = SPACES
        PERFORM 3410-MATCH-RATE VARYING SUB2 FROM 1 BY 1
                                UNTIL SUB2 > RATE-COUNT
    END-IF.
*
3410-MATCH-RATE.
    IF RT-PERSON-GRADE (SUB2) = WS-LINE-GRADE
       AND RT-EFFECTIVE-DATE (SUB2)
           NOT > REC_TMSTAMP OF PROBLEM_SOLUTION_DETAILS_REC
        MOVE RT-HOURLY-RATE (SUB2) TO WS-LINE-RATE
        MOVE "Y" TO WS-RATE-FOUND-FLAG
    END-IF.
*
3500-COST-ONE-EFFORT.
    COMPUTE WS-LINE-AMOUNT ROUNDED =
            MINUTES_SPENT OF PROBLEM_SOLUTION_DETAILS_REC
          * WS-LINE-RATE / 60.

    PERFORM 3700-FIND-CENTRE.

    ADD MINUTES_SPENT OF PROBLEM_SOLUTION_DETAILS_REC
        TO CT-MINUTES (CC-SUB).
    ADD WS-LINE-AMOUNT TO CT-LABOUR (CC-SUB).

    ADD MINUTES_SPENT OF PROBLEM_SOLUTION_DETAILS_REC TO TOTAL-MINUTES.
    ADD WS-LINE-AMOUNT TO TOTAL-LABOUR.
*
3600-LIST-UNRATED.
    ADD 1 TO UNRATED-LINE-COUNT.
    ADD MINUTES_SPENT OF PROBLEM_SOLUTION_DETAILS_REC TO UNRATED-MINUTES.

    IF UNRATED-LINE-COUNT = 1
        MOVE WS-UNRATED-HEADING TO GL-REPORT-LINE
        WRITE GL-REPORT-LINE
    END-IF.

    MOVE WS-LINE-PROBLEM-NUMBER TO WU-PROBLEM-NUMBER.
    MOVE REC_USER OF PROBLEM_SOLUTION_DETAILS_REC TO WU-PERSON-ID.
    MOVE WS-LINE-GRADE          TO WU-PERSON-GRADE.
    MOVE MINUTES_SPENT OF PROBLEM_SOLUTION_DETAILS_REC TO WU-MINUTES.
    MOVE WS-UNRATED-LINE        TO GL-REPORT-LINE.
    WRITE GL-REPORT-LINE.
*
3700-FIND-CENTRE.
    MOVE "N" TO WS-FOUND-FLAG.
    PERFORM 3710-MATCH-CENTRE VARYING SUB1 FROM 1 BY 1
                              UNTIL SUB1 > CENTRE-COUNT
                                 OR WS-FOUND-FLAG = "Y".

    IF WS-FOUND-FLAG = "N"
        IF CENTRE-COUNT NOT < CENTRE-MAX
            DISPLAY "TOO MANY COST CENTRES FOR CENTRE-TABLE"
                    " - RUN ABANDONED"
            GO TO 9900-EXIT
        END-IF
        ADD 1 TO CENTRE-COUNT
        MOVE WS-LINE-COST-CENTRE TO CT-COST-CENTRE (CENTRE-COUNT)
        MOVE ZERO                TO CT-MINUTES     (CENTRE-COUNT)
        MOVE ZERO                TO CT-LABOUR      (CENTRE-COUNT)
        MOVE ZERO                TO CT-PARTS       (CENTRE-COUNT)
        MOVE CENTRE-COUNT        TO CC-SUB
    END-IF.
*
3710-MATCH-CENTRE.
    IF CT-COST-CENTRE (SUB1) = WS-LINE-COST-CENTRE
        MOVE SUB1 TO CC-SUB
        MOVE "Y"  TO WS-FOUND-FLAG
    END-IF.
/
4000-COST-PARTS-LINES.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_PERIOD_PARTS_USED" USING SQLCA
                                 PERIOD_START OF ACCT_PERIOD_REC
                                 PERIOD_END   OF ACCT_PERIOD_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERIOD_PARTS_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 4100-FETCH-ONE-PART UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PERIOD_PARTS_USED" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERIOD_PARTS_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
4100-FETCH-ONE-PART.
    CALL "ET_FC_PERIOD_PARTS_USED" USING SQLCA
                                 PROBLEM_NUMBER OF PARTS_USED_REC
                                 QUANTITY_USED  OF PARTS_USED_REC
                                 UNIT_COST      OF PARTS_USED_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO PARTS-LINE-COUNT
        MOVE PROBLEM_NUMBER OF PARTS_USED_REC TO WS-LINE-PROBLEM-NUMBER
        PERFORM 3200-RESOLVE-COST-CENTRE
        COMPUTE WS-LINE-AMOUNT = QUANTITY_USED OF PARTS_USED_REC
                               * UNIT_COST     OF PARTS_USED_REC
        PERFORM 3700-FIND-CENTRE
        ADD WS-LINE-AMOUNT TO CT-PARTS (CC-SUB)
        ADD WS-LINE-AMOUNT TO TOTAL-PARTS
        MOVE ZERO TO SQLCODE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERIOD_PARTS_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
5000-PRINT-COST-CENTRES.
    IF UNRATED-LINE-COUNT > ZERO
        MOVE SPACES TO GL-REPORT-LINE
        WRITE GL-REPORT-LINE
    END-IF.

    MOVE WS-CENTRE-HEADING TO GL-REPORT-LINE.
    WRITE GL-REPORT-LINE.

    PERFORM 5100-PRINT-ONE-CENTRE VARYING SUB1 FROM 1 BY 1
                                  UNTIL SUB1 > CENTRE-COUNT.
*
5100-PRINT-ONE-CENTRE.
    MOVE CT-COST-CENTRE (SUB1) TO WC-COST-CENTRE.
    MOVE CT-MINUTES     (SUB1) TO WC-MINUTES.
    MOVE CT-LABOUR      (SUB1) TO WC-LABOUR.
    MOVE CT-PARTS       (SUB1) TO WC-PARTS.
    ADD CT-LABOUR (SUB1) CT-PARTS (SUB1) GIVING WC-TOTAL.
    MOVE WS-CENTRE-LINE        TO GL-REPORT-LINE.
    WRITE GL-REPORT-LINE.
/
6000-WRITE-JOURNAL.
    OPEN OUTPUT GL-JOURNAL-FILE.

    MOVE SPACES                TO GL-HEADER-RECORD.
    MOVE "H"                   TO GLH-RECORD-TYPE.
    MOVE "EZITRAK"             TO GLH-SOURCE.
    MOVE WS-JOURNAL-REFERENCE  TO GLH-JOURNAL-REFERENCE.
    MOVE WS-SELECTED-PERIOD-ID TO GLH-PERIOD-ID.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR GLH-RUN-DATE
                            BY REFERENCE  CURRENT_DATE_BIN
                            OMITTED
                      GIVING ERR_RET.
    WRITE GL-HEADER-RECORD.

*   ONE DEBIT PER COST CENTRE AND CHARGE TYPE ...
    PERFORM 6050-WRITE-CENTRE-DEBITS VARYING SUB1 FROM 1 BY 1
                                     UNTIL SUB1 > CENTRE-COUNT.

*   ... AND THE SUPPORT DEPARTMENT CREDITED WITH THE SAME TOTALS
    MOVE SUPPORT-COST-CENTRE TO WS-JOURNAL-COST-CENTRE.
    MOVE "C"                 TO WS-JOURNAL-DEBIT-CREDIT.

    IF TOTAL-LABOUR > ZERO
        MOVE "L"           TO WS-JOURNAL-CHARGE-TYPE
        MOVE TOTAL-LABOUR  TO WS-JOURNAL-AMOUNT
        MOVE TOTAL-MINUTES TO WS-JOURNAL-MINUTES
        PERFORM 6060-WRITE-JOURNAL-LINE
    END-IF.

    IF TOTAL-PARTS > ZERO
        MOVE "P"           TO WS-JOURNAL-CHARGE-TYPE
        MOVE TOTAL-PARTS   TO WS-JOURNAL-AMOUNT
        MOVE ZERO          TO WS-JOURNAL-MINUTES
        PERFORM 6060-WRITE-JOURNAL-LINE
    END-IF.

    MOVE SPACES                TO GL-TRAILER-RECORD.
    MOVE "T"                   TO GLT-RECORD-TYPE.
    MOVE JOURNAL-LINE-COUNT    TO GLT-RECORD-COUNT.
    MOVE DEBIT-TOTAL           TO GLT-DEBIT-TOTAL.
    MOVE CREDIT-TOTAL          TO GLT-CREDIT-TOTAL.
    MOVE WS-JOURNAL-REFERENCE  TO GLT-JOURNAL-REFERENCE.
    WRITE GL-TRAILER-RECORD.

    CLOSE GL-JOURNAL-FILE.
*
6050-WRITE-CENTRE-DEBITS.
    MOVE CT-COST-CENTRE (SUB1) TO WS-JOURNAL-COST-CENTRE.
    MOVE "D"                   TO WS-JOURNAL-DEBIT-CREDIT.

    IF CT-LABOUR (SUB1) > ZERO
        MOVE "L"               TO WS-JOURNAL-CHARGE-TYPE
        MOVE CT-LABOUR  (SUB1) TO WS-JOURNAL-AMOUNT
        MOVE CT-MINUTES (SUB1) TO WS-JOURNAL-MINUTES
        PERFORM 6060-WRITE-JOURNAL-LINE
    END-IF.

    IF CT-PARTS (SUB1) > ZERO
        MOVE "P"               TO WS-JOURNAL-CHARGE-TYPE
        MOVE CT-PARTS   (SUB1) TO WS-JOURNAL-AMOUNT
        MOVE ZERO              TO WS-JOURNAL-MINUTES
        PERFORM 6060-WRITE-JOURNAL-LINE
    END-IF.
*
6060-WRITE-JOURNAL-LINE.
    ADD 1 TO JOURNAL-LINE-COUNT.

    MOVE SPACES TO WS-JOURNAL-DESC.
    IF WS-JOURNAL-CHARGE-TYPE = "L"
        STRING "EZITRAK LABOUR CHARGEBACK " DELIMITED BY SIZE
               WS-SELECTED-PERIOD-ID        DELIMITED BY SIZE
          INTO WS-JOURNAL-DESC
    ELSE
        STRING "EZITRAK PARTS CHARGEBACK "  DELIMITED BY SIZE
               WS-SELECTED-PERIOD-ID        DELIMITED BY SIZE
          INTO WS-JOURNAL-DESC
    END-IF.

    MOVE SPACES                  TO GL-DETAIL-RECORD.
    MOVE "D"                     TO GLD-RECORD-TYPE.
    MOVE JOURNAL-LINE-COUNT      TO GLD-LINE-NUMBER.
    MOVE WS-JOURNAL-COST-CENTRE  TO GLD-COST-CENTRE.
    MOVE WS-JOURNAL-CHARGE-TYPE  TO GLD-CHARGE-TYPE.
    MOVE WS-JOURNAL-DEBIT-CREDIT TO GLD-DEBIT-CREDIT.
    MOVE WS-JOURNAL-AMOUNT       TO GLD-AMOUNT.
    MOVE WS-JOURNAL-MINUTES      TO GLD-MINUTES.
    MOVE WS-JOURNAL-DESC         TO GLD-DESCRIPTION.
    WRITE GL-DETAIL-RECORD.

    IF WS-JOURNAL-DEBIT-CREDIT = "D"
        ADD WS-JOURNAL-AMOUNT TO DEBIT-TOTAL
    ELSE
        ADD WS-JOURNAL-AMOUNT TO CREDIT-TOTAL
    END-IF.
*
6100-PRINT-TOTALS.
    MOVE SPACES TO GL-REPORT-LINE.
    WRITE GL-REPORT-LINE.

    MOVE EFFORT-LINE-COUNT     TO WT-EFFORT-COUNT.
    MOVE WS-EFFORT-TOTAL-LINE  TO GL-REPORT-LINE.
    WRITE GL-REPORT-LINE.

    MOVE PARTS-LINE-COUNT      TO WT-PARTS-COUNT.
    MOVE WS-PARTS-TOTAL-LINE   TO GL-REPORT-LINE.
    WRITE GL-REPORT-LINE.

    MOVE UNRATED-LINE-COUNT    TO WT-UNRATED-COUNT.
    MOVE UNRATED-MINUTES       TO WT-UNRATED-MINUTES.
    MOVE WS-UNRATED-TOTAL-LINE TO GL-REPORT-LINE.
    WRITE GL-REPORT-LINE.

    MOVE JOURNAL-LINE-COUNT    TO WT-JOURNAL-COUNT.
    MOVE WS-JOURNAL-TOTAL-LINE TO GL-REPORT-LINE.
    WRITE GL-REPORT-LINE.

    MOVE DEBIT-TOTAL           TO WT-DEBIT-TOTAL.
    MOVE WS-DEBIT-TOTAL-LINE   TO GL-REPORT-LINE.
    WRITE GL-REPORT-LINE.

    MOVE CREDIT-TOTAL          TO WT-CREDIT-TOTAL.
    MOVE WS-CREDIT-TOTAL-LINE  TO GL-REPORT-LINE.
    WRITE GL-REPORT-LINE.
*
6900-REPORT-NOT-WRITTEN.
*   A JOURNAL THAT LEAVES MINUTES OUT WOULD UNDER-CHARGE FOR GOOD ONCE
*   THE PERIOD IS LOGGED - WRITE NOTHING SO THE RATE CAN BE FIXED AND
*   THE JOB RERUN
    MOVE SPACES TO GL-REPORT-LINE.
    WRITE GL-REPORT-LINE.

    MOVE "UNRATED MINUTES - NO JOURNAL WRITTEN, PERIOD NOT POSTED"
      TO GL-REPORT-LINE.
    WRITE GL-REPORT-LINE.

    DISPLAY "UNRATED MINUTES IN PERIOD - NO JOURNAL WRITTEN".
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
7500-WRITE-POSTING-LOG.
    PERFORM 7100-START_TRAN_RW.

    MOVE WS-SELECTED-PERIOD-ID TO PERIOD_ID         OF GL_POSTING_LOG_REC.
    MOVE WS-JOURNAL-REFERENCE  TO JOURNAL_REFERENCE OF GL_POSTING_LOG_REC.
    MOVE JOURNAL-LINE-COUNT    TO LINE_COUNT        OF GL_POSTING_LOG_REC.
    MOVE DEBIT-TOTAL           TO TOTAL_DEBIT       OF GL_POSTING_LOG_REC.
    MOVE CREDIT-TOTAL          TO TOTAL_CREDIT      OF GL_POSTING_LOG_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER OF GL_POSTING_LOG_REC.

    CALL "SYS$GETTIM" USING BY REFERENCE REC_TMSTAMP OF GL_POSTING_LOG_REC.

    CALL "ET_IR_GL_POSTING_LOG" USING SQLCA
                                 PERIOD_ID         OF GL_POSTING_LOG_REC
                                 JOURNAL_REFERENCE OF GL_POSTING_LOG_REC
                                 LINE_COUNT        OF GL_POSTING_LOG_REC
                                 TOTAL_DEBIT       OF GL_POSTING_LOG_REC
                                 TOTAL_CREDIT      OF GL_POSTING_LOG_REC
                                 REC_USER          OF GL_POSTING_LOG_REC
                                 REC_TMSTAMP       OF GL_POSTING_LOG_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        MOVE ZERO TO SQLCODE
        DISPLAY "PERIOD POSTED BY ANOTHER RUN MEANWHILE - DISCARD THE"
                " JOURNAL FILE JUST WRITTEN"
        GO TO 9900-EXIT
    WHEN OTHER
        DISPLAY "ERROR ON GL_POSTING_LOG_IR CODE=" SQLCODE WITH CONVERSION
        DISPLAY "JOURNAL WRITTEN BUT PERIOD NOT LOGGED - DO NOT RERUN"
                " UNTIL THE GL_POSTING_LOG ROW IS ADDED"
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
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
    CLOSE GL-REPORT-FILE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
*
8850-GET-SYSTEM-PARAMETER.
*   TEXT VALUE - THE COST CENTRE CODES ARE TAKEN AS KEYED
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
        IF WS-PARAMETER-VALUE-TEXT NOT = SPACES
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
    ADD EFFORT-LINE-COUNT PARTS-LINE-COUNT
        GIVING READ_COUNT OF JOB_RUN_LOG_REC.
    MOVE JOURNAL-LINE-COUNT TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE UNRATED-LINE-COUNT TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK115 ****************
