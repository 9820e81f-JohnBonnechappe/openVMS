IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK131                                                 *
*   Program Name : Known-Error Candidate Finder                               *
*   Summary      : Monthly batch report for the problem manager. Takes        *
*                  every problem closed in the last KE_CANDIDATE_DAYS         *
*                  (90) days and groups them by APPLICATION_ID,               *
*                  CATEGORY_ID/SUBCATEGORY_ID and the significant words       *
*                  they share in EZITRAK064's KEYWORD_INDEX postings. A       *
*                  word posted against more than KE_COMMON_WORD_PERCENT       *
*                  (20) per cent of the window's problems says nothing        *
*                  about any one fault and is passed over. Every group        *
*                  of at least KE_CLUSTER_MIN_SIZE (5) problems is a          *
*                  cluster; words that pick out exactly the same              *
*                  problems are reported as one cluster. A cluster on an      *
*                  application that already has an open KNOWN_ERROR is        *
*                  counted but not listed. The rest are listed, largest       *
*                  first, with the shared words, the problem numbers,         *
*                  the most common CLOSE_CODE and the most frequent           *
*                  resolution line (ENTRY_TYPE "R") - a review list           *
*                  ready to be keyed into EZITRAK055. Read-only -             *
*                  nothing is changed.                                        *
*                                                                             *
*   TABLES  USED : PROBLEM_DETAILS      (Input)                               *
*                  PROBLEM_SOLUTION_DETAILS (Input)                           *
*                  KEYWORD_INDEX        (Input)                               *
*                  KNOWN_ERROR          (Input)                               *
*                  SYSTEM_PARAMETER     (Input)                               *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : ET_OC/FC/CC_KEYWORD_INDEX_ALL are new cursor subprograms *
*                  that need to be generated in the CDD/SQL module - an     *
*                  unkeyed scan of KEYWORD_INDEX (see EZITRAK064's header)  *
*                  WHERE SOURCE_FLAG = 'L' ORDER BY KEYWORD_WORD,           *
*                  PROBLEM_NUMBER, fetching KEYWORD_WORD and                *
*                  PROBLEM_NUMBER. The closed problems come from            *
*                  EZITRAK018's ET_OC13_PROBLEM_DETAILS closed-in-window    *
*                  cursor, CLOSE_CODE from the ET_SS_PROBLEM_DETAILS call   *
*                  list EZITRAK044 uses, the classification from            *
*                  ET_SS_PROBLEM_CLASSIFICATION, the resolution lines from  *
*                  the keyed ET_OC/FC/CC_PROBLEM_SOLUTION_DETAILS cursor    *
*                  and the open known-error test from                       *
*                  ET_SS_KNOWN_ERROR_BY_APPLICATION. No other new SQL       *
*                  modules.                                                 *
*                                                                             *
*   NOTE         : KE_CANDIDATE_DAYS, KE_COMMON_WORD_PERCENT and            *
*                  KE_CLUSTER_MIN_SIZE are SYSTEM_PARAMETER rows read       *
*                  through 8850-GET-SYSTEM-PARAMETER, with the literals as  *
*                  fallback defaults. The word filter never drops below the *
*                  cluster size, so a quiet month is not filtered to        *
*                  nothing. A problem's resolution line is its last         *
*                  ENTRY_TYPE "R" line; a closed problem with none counts   *
*                  towards the cluster but not towards the resolution       *
*                  tally.                                                   *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK131.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT KEC-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  KEC-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  KEC-REPORT-LINE                               PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"          from dictionary.
    copy "EZITRAK_CDD.PROBLEM_SOLUTION_DETAILS_REC" from dictionary.
    copy "EZITRAK_CDD.KEYWORD_INDEX_REC"            from dictionary.
    copy "EZITRAK_CDD.KNOWN_ERROR_REC"              from dictionary.
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
 01  KE-CANDIDATE-DAYS                           PIC S9(9) COMP VALUE 90.
 01  KE-COMMON-WORD-PERCENT                      PIC S9(9) COMP VALUE 20.
 01  KE-CLUSTER-MIN-SIZE                         PIC S9(9) COMP VALUE 5.
 01  COMMON-WORD-LIMIT                           PIC S9(9) COMP.
 01  WS-PARAMETER-FOUND-FLAG                     PIC X.
 01  WS-PARAMETER-VALUE-TEXT                     PIC X(12).
 01  WS-PARAMETER-VALUE-NUM REDEFINES WS-PARAMETER-VALUE-TEXT
                                                 PIC 9(12).
 01  WS-PARAMETER-SHIFT-TEXT                     PIC X(12).

 01  WS-FMT-BIN                                  PIC S9(11)V9(7) COMP.
 01  WS-FMT-TEXT                                 PIC X(11).
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.

 01  BISECT-LOW                                  PIC S9(4) COMP.
 01  BISECT-HIGH                                 PIC S9(4) COMP.
 01  BISECT-MID                                  PIC S9(4) COMP.
 01  INSERT-SUB                                  PIC S9(4) COMP.
 01  AFTER-ENTRY-FLAG                            PIC X.
 01  SUB1                                        PIC S9(4) COMP.
 01  SUB2                                        PIC S9(4) COMP.
 01  RUN-START                                   PIC S9(4) COMP.
 01  RUN-END                                     PIC S9(4) COMP.
 01  RUN-SIZE                                    PIC S9(4) COMP.
 01  CLU-SUB                                     PIC S9(4) COMP.
 01  ORD-SUB                                     PIC S9(4) COMP.
 01  WS-MATCH-FLAG                               PIC X.
 01  WS-FOUND-FLAG                               PIC X.
 01  WS-CATEGORY-ID                              PIC X(4).
 01  WS-SUBCATEGORY-ID                           PIC X(4).
 01  WS-LAST-RESOLUTION-DESC                     PIC X(60).
 01  WS-CURRENT-WORD                             PIC X(12).
 01  WS-RUN-SIGNATURE                            PIC S9(18) COMP.

*   EVERY PROBLEM CLOSED IN THE WINDOW, IN PROBLEM NUMBER ORDER
 01  PROB-COUNT                                  PIC S9(4) COMP.
 01  PROB-MAX                                    PIC S9(4) COMP VALUE 3000.
 01  PROB-TABLE.
     05  PROB-ENTRY OCCURS 3000 TIMES.
         10  PB-PROBLEM-NUMBER                   PIC 9(9).
         10  PB-GROUP-KEY.
             15  PB-APPLICATION-ID               PIC X(4).
             15  PB-CATEGORY-ID                  PIC X(4).
             15  PB-SUBCATEGORY-ID               PIC X(4).
         10  PB-CLOSE-CODE                       PIC X(4).
         10  PB-RESOLUTION-DESC                  PIC X(60).

*   THE WINDOW'S PROBLEMS POSTED UNDER THE WORD BEING READ, IN GROUP
*   ORDER SO EACH APPLICATION/CATEGORY/SUBCATEGORY IS ONE RUN
 01  WORD-MEMBER-COUNT                           PIC S9(4) COMP.
 01  WORD-MEMBER-TABLE.
     05  WORD-MEMBER OCCURS 3000 TIMES.
         10  WM-GROUP-KEY                        PIC X(12).
         10  WM-PROB-SUB                         PIC S9(4) COMP.
 01  WS-NEW-GROUP-KEY                            PIC X(12).

*   THE CLUSTERS FOUND - MEMBERS ARE HELD IN CLUSTER-MEMBER-TABLE FROM
*   CU-MEMBER-START ON, CU-SIZE OF THEM, IN PROBLEM NUMBER ORDER
 01  CLUSTER-COUNT                               PIC S9(4) COMP.
 01  CLUSTER-MAX                                 PIC S9(4) COMP VALUE 500.
 01  CLUSTER-TABLE.
     05  CLUSTER-ENTRY OCCURS 500 TIMES.
         10  CU-GROUP-KEY                        PIC X(12).
         10  CU-SIZE                             PIC S9(4) COMP.
         10  CU-SIGNATURE                        PIC S9(18) COMP.
         10  CU-MEMBER-START                     PIC S9(9) COMP.
         10  CU-WORD-COUNT                       PIC S9(4) COMP.
         10  CU-WORD OCCURS 4 TIMES              PIC X(12).
 01  CLUSTER-MEMBER-COUNT                        PIC S9(9) COMP.
 01  CLUSTER-MEMBER-MAX                          PIC S9(9) COMP VALUE 20000.
 01  CLUSTER-MEMBER-TABLE.
     05  CM-PROB-SUB OCCURS 20000 TIMES          PIC S9(4) COMP.
 01  CM-SUB1                                     PIC S9(9) COMP.
 01  CM-SUB2                                     PIC S9(9) COMP.

*   CLUSTERS IN PRINT ORDER, LARGEST FIRST
 01  ORDER-TABLE.
     05  ORD-CLUSTER-SUB OCCURS 500 TIMES        PIC S9(4) COMP.

*   CLOSE CODES AND RESOLUTION LINES OF THE CLUSTER BEING PRINTED
 01  CODE-TALLY-COUNT                            PIC S9(4) COMP.
 01  CODE-TALLY-TABLE.
     05  CODE-TALLY-ENTRY OCCURS 50 TIMES.
         10  CT-CLOSE-CODE                       PIC X(4).
         10  CT-COUNT                            PIC S9(4) COMP.
 01  RES-TALLY-COUNT                             PIC S9(4) COMP.
 01  RES-TALLY-TABLE.
     05  RES-TALLY-ENTRY OCCURS 50 TIMES.
         10  RT-RESOLUTION-DESC                  PIC X(60).
         10  RT-COUNT                            PIC S9(4) COMP.
 01  TALLY-MAX                                   PIC S9(4) COMP VALUE 50.
 01  BEST-SUB                                    PIC S9(4) COMP.

 01  PROBLEM-READ-COUNT                          PIC S9(9) COMP VALUE 0.
 01  POSTING-READ-COUNT                          PIC S9(9) COMP VALUE 0.
 01  COMMON-WORD-COUNT                           PIC S9(9) COMP VALUE 0.
 01  CANDIDATE-LISTED-COUNT                      PIC S9(9) COMP VALUE 0.
 01  KNOWN-ERROR-COVERED-COUNT                   PIC S9(9) COMP VALUE 0.

 01  WS-CLUSTER-LINE.
     05  FILLER                                  PIC X(8)  VALUE
                                                    "CLUSTER ".
     05  WL-CLUSTER-NUMBER                       PIC ZZ9.
     05  FILLER                                  PIC X(14) VALUE
                                                    "  APPLICATION ".
     05  WL-APPLICATION-ID                       PIC X(4).
     05  FILLER                                  PIC X(11) VALUE
                                                    "  CATEGORY ".
     05  WL-CATEGORY-ID                          PIC X(4).
     05  FILLER                                  PIC X(1)  VALUE "/".
     05  WL-SUBCATEGORY-ID                       PIC X(4).
     05  FILLER                                  PIC X(11) VALUE
                                                    "  PROBLEMS ".
     05  WL-SIZE                                 PIC ZZZ9.
     05  FILLER                                  PIC X(10) VALUE
                                                    "  WORDS:  ".
     05  WL-WORD-ENTRY OCCURS 4 TIMES.
         10  WL-WORD                             PIC X(12).
         10  FILLER                              PIC X(1).

 01  WS-CLOSE-CODE-LINE.
     05  FILLER                                  PIC X(29) VALUE
                           "    MOST COMMON CLOSE CODE   ".
     05  WK-CLOSE-CODE                           PIC X(4).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WK-CODE-COUNT                           PIC ZZZ9.
     05  FILLER                                  PIC X(4)  VALUE " OF ".
     05  WK-SIZE                                 PIC ZZZ9.

 01  WS-RESOLUTION-LINE.
     05  FILLER                                  PIC X(29) VALUE
                           "    MOST FREQUENT RESOLUTION ".
     05  WR-RESOLUTION-DESC                      PIC X(60).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WR-RES-COUNT                            PIC ZZZ9.
     05  FILLER                                  PIC X(4)  VALUE " OF ".
     05  WR-SIZE                                 PIC ZZZ9.

 01  WS-PROBLEM-LIST-LINE.
     05  FILLER                                  PIC X(4)  VALUE SPACES.
     05  WP-PROBLEM-ENTRY OCCURS 10 TIMES.
         10  FILLER                              PIC X(1).
         10  WP-PROBLEM-NUMBER                   PIC Z(8)9.
 01  WP-SUB                                      PIC S9(4) COMP.

 01  WS-COUNT-LINE.
     05  WC-CAPTION                              PIC X(36).
     05  WC-COUNT                                PIC ZZZ,ZZZ,ZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK131".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 2000-LOAD-CLOSED-PROBLEMS.

    PERFORM 3000-SCAN-KEYWORDS.

    PERFORM 4000-PRINT-CANDIDATES.

    PERFORM 6400-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO   TO SQLCODE.
    MOVE "N"    TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO   TO PROB-COUNT.
    MOVE ZERO   TO CLUSTER-COUNT.
    MOVE ZERO   TO CLUSTER-MEMBER-COUNT.
    MOVE ZERO   TO WORD-MEMBER-COUNT.
    MOVE SPACES TO WS-CURRENT-WORD.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE "KE_CANDIDATE_DAYS" TO PARAMETER_NAME OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO KE-CANDIDATE-DAYS
    END-IF.

    MOVE "KE_COMMON_WORD_PERCENT"
      TO PARAMETER_NAME OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO KE-COMMON-WORD-PERCENT
    END-IF.

    MOVE "KE_CLUSTER_MIN_SIZE" TO PARAMETER_NAME OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO KE-CLUSTER-MIN-SIZE
    END-IF.

    MOVE ONE-DAY-BIN TO WINDOW-SPAN-BIN.
    MULTIPLY KE-CANDIDATE-DAYS BY WINDOW-SPAN-BIN.
    SUBTRACT WINDOW-SPAN-BIN FROM CURRENT_DATE_BIN GIVING WINDOW-START-BIN.

    OPEN OUTPUT KEC-REPORT-FILE.

    MOVE "KNOWN-ERROR CANDIDATES" TO KEC-REPORT-LINE.
    WRITE KEC-REPORT-LINE.

    MOVE SPACES TO KEC-REPORT-LINE.
    MOVE WINDOW-START-BIN TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    STRING "PROBLEMS CLOSED FROM " DELIMITED BY SIZE
           WS-FMT-TEXT             DELIMITED BY SIZE
           " TO "                  DELIMITED BY SIZE
      INTO KEC-REPORT-LINE.
    MOVE CURRENT_DATE_BIN TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT TO KEC-REPORT-LINE (37:11).
    WRITE KEC-REPORT-LINE.

    MOVE SPACES TO KEC-REPORT-LINE.
    WRITE KEC-REPORT-LINE.
/
2000-LOAD-CLOSED-PROBLEMS.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC13_PROBLEM_DETAILS" USING SQLCA
                                 WINDOW-START-BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_OC13 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2100-FETCH-ONE-PROBLEM UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC13_PROBLEM_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_CC13 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2300-READ-PROBLEM-DETAIL VARYING SUB1 FROM 1 BY 1
                                UNTIL SUB1 > PROB-COUNT.

    PERFORM 7800-CMT_TRAN.

*   A WORD ON MORE THAN THIS MANY OF THE WINDOW'S PROBLEMS IS TOO
*   COMMON TO MARK A FAULT
    COMPUTE COMMON-WORD-LIMIT =
        PROB-COUNT * KE-COMMON-WORD-PERCENT / 100.
    IF COMMON-WORD-LIMIT < KE-CLUSTER-MIN-SIZE
        MOVE KE-CLUSTER-MIN-SIZE TO COMMON-WORD-LIMIT
    END-IF.
*
2100-FETCH-ONE-PROBLEM.
    CALL "ET_FC13_PROBLEM_DETAILS" USING SQLCA
                                 PROBLEM_NUMBER       OF PROBLEM_DETAILS_REC
                                 APPLICATION_ID       OF PROBLEM_DETAILS_REC
                                 PRIORITY_ID          OF PROBLEM_DETAILS_REC
                                 CONTACT_DATE         OF PROBLEM_DETAILS_REC
                                 SOLVED_DATE          OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO PROBLEM-READ-COUNT
        PERFORM 2200-KEEP-PROBLEM
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_FC13 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
2200-KEEP-PROBLEM.
    IF PROB-COUNT = PROB-MAX
        DISPLAY "MORE THAN " PROB-MAX " CLOSED PROBLEMS - RAISE "
                "PROB-MAX" WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    MOVE 1          TO BISECT-LOW.
    MOVE PROB-COUNT TO BISECT-HIGH.
    PERFORM 2210-BISECT-AFTER-PROBLEM UNTIL BISECT-LOW > BISECT-HIGH.
    PERFORM 2220-SHIFT-PROBLEM
        VARYING INSERT-SUB FROM PROB-COUNT BY -1
        UNTIL INSERT-SUB < BISECT-LOW.

    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PB-PROBLEM-NUMBER  (BISECT-LOW).
    MOVE APPLICATION_ID OF PROBLEM_DETAILS_REC
      TO PB-APPLICATION-ID  (BISECT-LOW).
    MOVE SPACES TO PB-CATEGORY-ID     (BISECT-LOW).
    MOVE SPACES TO PB-SUBCATEGORY-ID  (BISECT-LOW).
    MOVE SPACES TO PB-CLOSE-CODE      (BISECT-LOW).
    MOVE SPACES TO PB-RESOLUTION-DESC (BISECT-LOW).

    ADD 1 TO PROB-COUNT.
*
2210-BISECT-AFTER-PROBLEM.
    COMPUTE BISECT-MID = (BISECT-LOW + BISECT-HIGH) / 2.

    IF PB-PROBLEM-NUMBER (BISECT-MID)
                  > PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
        COMPUTE BISECT-HIGH = BISECT-MID - 1
    ELSE
        COMPUTE BISECT-LOW  = BISECT-MID + 1
    END-IF.
*
2220-SHIFT-PROBLEM.
    MOVE PROB-ENTRY (INSERT-SUB) TO PROB-ENTRY (INSERT-SUB + 1).
*
2300-READ-PROBLEM-DETAIL.
*   THE CLOSE CODE, CLASSIFICATION AND LAST RESOLUTION LINE OF EACH
    MOVE PB-PROBLEM-NUMBER (SUB1) TO PROBLEM_NUMBER OF PROBLEM_DETAILS_REC.

    PERFORM 7400-PROBLEM_SS.

    IF TMP_FLAG = "Y"
        IF CLOSE_CODE OF PROBLEM_DETAILS_REC = SPACES
            MOVE "????" TO PB-CLOSE-CODE (SUB1)
        ELSE
            MOVE CLOSE_CODE OF PROBLEM_DETAILS_REC
              TO PB-CLOSE-CODE (SUB1)
        END-IF
    END-IF.

    CALL "ET_SS_PROBLEM_CLASSIFICATION" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 WS-CATEGORY-ID
                                 WS-SUBCATEGORY-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE WS-CATEGORY-ID    TO PB-CATEGORY-ID    (SUB1)
        MOVE WS-SUBCATEGORY-ID TO PB-SUBCATEGORY-ID (SUB1)
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON CLASSIFICATION_SS CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE SPACES TO WS-LAST-RESOLUTION-DESC.
    MOVE PB-PROBLEM-NUMBER (SUB1)
      TO PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC.

    CALL "ET_OC_PROBLEM_SOLUTION_DETAILS" USING SQLCA
                         PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SOLUTION_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2310-FETCH-ONE-SOLUTION UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_SOLUTION_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SOLUTION_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE WS-LAST-RESOLUTION-DESC TO PB-RESOLUTION-DESC (SUB1).
*
2310-FETCH-ONE-SOLUTION.
    CALL "ET_FC_PROBLEM_SOLUTION_DETAILS" USING SQLCA
                                 LINE_NUMBER   OF PROBLEM_SOLUTION_DETAILS_REC
                                 SOLUTION_DESC OF PROBLEM_SOLUTION_DETAILS_REC
                                 ENTRY_TYPE    OF PROBLEM_SOLUTION_DETAILS_REC
                                 MINUTES_SPENT OF PROBLEM_SOLUTION_DETAILS_REC
                                 REC_USER      OF PROBLEM_SOLUTION_DETAILS_REC
                                 REC_TMSTAMP   OF PROBLEM_SOLUTION_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF ENTRY_TYPE OF PROBLEM_SOLUTION_DETAILS_REC = "R"
           AND SOLUTION_DESC OF PROBLEM_SOLUTION_DETAILS_REC NOT = SPACES
            MOVE SOLUTION_DESC OF PROBLEM_SOLUTION_DETAILS_REC
              TO WS-LAST-RESOLUTION-DESC
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SOLUTION_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3000-SCAN-KEYWORDS.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_KEYWORD_INDEX_ALL" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON KEYWORD_ALL_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-POSTING UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_KEYWORD_INDEX_ALL" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON KEYWORD_ALL_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.

    PERFORM 3200-CLOSE-WORD THRU 3200-CLOSE-WORD-EXIT.
*
3100-FETCH-ONE-POSTING.
    CALL "ET_FC_KEYWORD_INDEX_ALL" USING SQLCA
                                 KEYWORD_WORD   OF KEYWORD_INDEX_REC
                                 PROBLEM_NUMBER OF KEYWORD_INDEX_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO POSTING-READ-COUNT
        IF KEYWORD_WORD OF KEYWORD_INDEX_REC NOT = WS-CURRENT-WORD
            PERFORM 3200-CLOSE-WORD THRU 3200-CLOSE-WORD-EXIT
            MOVE KEYWORD_WORD OF KEYWORD_INDEX_REC TO WS-CURRENT-WORD
            MOVE ZERO TO WORD-MEMBER-COUNT
        END-IF
        PERFORM 3150-ADD-POSTING THRU 3150-ADD-POSTING-EXIT
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON KEYWORD_ALL_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3150-ADD-POSTING.
*   ONLY POSTINGS AGAINST THE WINDOW'S CLOSED PROBLEMS COUNT
    MOVE "N"        TO WS-FOUND-FLAG.
    MOVE 1          TO BISECT-LOW.
    MOVE PROB-COUNT TO BISECT-HIGH.
    PERFORM 3160-BISECT-FIND-PROBLEM
        UNTIL BISECT-LOW > BISECT-HIGH
           OR WS-FOUND-FLAG = "Y".

    IF WS-FOUND-FLAG = "N"
    OR WORD-MEMBER-COUNT = PROB-MAX
        GO TO 3150-ADD-POSTING-EXIT
    END-IF.

    MOVE BISECT-MID TO SUB2.
    MOVE PB-GROUP-KEY (SUB2) TO WS-NEW-GROUP-KEY.

*   THE NEW MEMBER GOES AFTER ANY IN THE SAME GROUP, SO EACH GROUP
*   STAYS IN PROBLEM NUMBER ORDER
    MOVE 1                 TO BISECT-LOW.
    MOVE WORD-MEMBER-COUNT TO BISECT-HIGH.
    PERFORM 3170-BISECT-AFTER-MEMBER UNTIL BISECT-LOW > BISECT-HIGH.
    PERFORM 3180-SHIFT-MEMBER
        VARYING INSERT-SUB FROM WORD-MEMBER-COUNT BY -1
        UNTIL INSERT-SUB < BISECT-LOW.

    MOVE WS-NEW-GROUP-KEY TO WM-GROUP-KEY (BISECT-LOW).
    MOVE SUB2             TO WM-PROB-SUB  (BISECT-LOW).
    ADD 1 TO WORD-MEMBER-COUNT.
*
3150-ADD-POSTING-EXIT.
    EXIT.
*
3160-BISECT-FIND-PROBLEM.
    COMPUTE BISECT-MID = (BISECT-LOW + BISECT-HIGH) / 2.

    EVALUATE TRUE
    WHEN PB-PROBLEM-NUMBER (BISECT-MID)
                  = PROBLEM_NUMBER OF KEYWORD_INDEX_REC
        MOVE "Y" TO WS-FOUND-FLAG
    WHEN PB-PROBLEM-NUMBER (BISECT-MID)
                  > PROBLEM_NUMBER OF KEYWORD_INDEX_REC
        COMPUTE BISECT-HIGH = BISECT-MID - 1
    WHEN OTHER
        COMPUTE BISECT-LOW  = BISECT-MID + 1
    END-EVALUATE.
*
3170-BISECT-AFTER-MEMBER.
    COMPUTE BISECT-MID = (BISECT-LOW + BISECT-HIGH) / 2.

    IF WM-GROUP-KEY (BISECT-MID) > WS-NEW-GROUP-KEY
        COMPUTE BISECT-HIGH = BISECT-MID - 1
    ELSE
        COMPUTE BISECT-LOW  = BISECT-MID + 1
    END-IF.
*
3180-SHIFT-MEMBER.
    MOVE WORD-MEMBER (INSERT-SUB) TO WORD-MEMBER (INSERT-SUB + 1).
/
3200-CLOSE-WORD.
*   EVERY GROUP OF THE WORD'S PROBLEMS BIG ENOUGH IS A CLUSTER - UNLESS
*   THE WORD IS ON SO MANY PROBLEMS IT MARKS NOTHING IN PARTICULAR
    IF WORD-MEMBER-COUNT < KE-CLUSTER-MIN-SIZE
        GO TO 3200-CLOSE-WORD-EXIT
    END-IF.

    IF WORD-MEMBER-COUNT > COMMON-WORD-LIMIT
        ADD 1 TO COMMON-WORD-COUNT
        GO TO 3200-CLOSE-WORD-EXIT
    END-IF.

    MOVE 1 TO RUN-START.
    PERFORM 3250-CHECK-ONE-RUN UNTIL RUN-START > WORD-MEMBER-COUNT.
*
3200-CLOSE-WORD-EXIT.
    EXIT.
*
3250-CHECK-ONE-RUN.
    MOVE RUN-START TO RUN-END.
    MOVE "N"       TO WS-MATCH-FLAG.
    PERFORM 3260-EXTEND-RUN UNTIL WS-MATCH-FLAG = "Y".

    COMPUTE RUN-SIZE = RUN-END - RUN-START + 1.
    IF RUN-SIZE NOT < KE-CLUSTER-MIN-SIZE
        PERFORM 3300-RECORD-CLUSTER THRU 3300-RECORD-CLUSTER-EXIT
    END-IF.

    COMPUTE RUN-START = RUN-END + 1.
*
3260-EXTEND-RUN.
    MOVE "Y" TO WS-MATCH-FLAG.
    IF RUN-END < WORD-MEMBER-COUNT
        IF WM-GROUP-KEY (RUN-END + 1) = WM-GROUP-KEY (RUN-START)
            ADD 1 TO RUN-END
            MOVE "N" TO WS-MATCH-FLAG
        END-IF
    END-IF.
*
3300-RECORD-CLUSTER.
*   A WORD THAT PICKS OUT EXACTLY THE PROBLEMS AN EARLIER WORD DID
*   JOINS THAT CLUSTER'S WORD LIST INSTEAD OF MAKING A NEW ONE
    MOVE ZERO TO WS-RUN-SIGNATURE.
    PERFORM 3310-ADD-SIGNATURE VARYING SUB1 FROM RUN-START BY 1
                          UNTIL SUB1 > RUN-END.

    MOVE "N" TO WS-FOUND-FLAG.
    PERFORM 3320-MATCH-CLUSTER VARYING CLU-SUB FROM 1 BY 1
                          UNTIL CLU-SUB > CLUSTER-COUNT
                             OR WS-FOUND-FLAG = "Y".

    IF WS-FOUND-FLAG = "Y"
        SUBTRACT 1 FROM CLU-SUB
        ADD 1 TO CU-WORD-COUNT (CLU-SUB)
        IF CU-WORD-COUNT (CLU-SUB) NOT > 4
            MOVE WS-CURRENT-WORD
              TO CU-WORD (CLU-SUB, CU-WORD-COUNT (CLU-SUB))
        END-IF
        GO TO 3300-RECORD-CLUSTER-EXIT
    END-IF.

    IF CLUSTER-COUNT = CLUSTER-MAX
        DISPLAY "MORE THAN " CLUSTER-MAX " CLUSTERS - RAISE "
                "CLUSTER-MAX" WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    IF CLUSTER-MEMBER-COUNT + RUN-SIZE > CLUSTER-MEMBER-MAX
        DISPLAY "MORE THAN " CLUSTER-MEMBER-MAX " CLUSTER MEMBERS - "
                "RAISE CLUSTER-MEMBER-MAX" WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    ADD 1 TO CLUSTER-COUNT.
    MOVE WM-GROUP-KEY (RUN-START) TO CU-GROUP-KEY  (CLUSTER-COUNT).
    MOVE RUN-SIZE                 TO CU-SIZE       (CLUSTER-COUNT).
    MOVE WS-RUN-SIGNATURE         TO CU-SIGNATURE  (CLUSTER-COUNT).
    MOVE 1                        TO CU-WORD-COUNT (CLUSTER-COUNT).
    MOVE SPACES                   TO CU-WORD (CLUSTER-COUNT, 2)
                                     CU-WORD (CLUSTER-COUNT, 3)
                                     CU-WORD (CLUSTER-COUNT, 4).
    MOVE WS-CURRENT-WORD          TO CU-WORD (CLUSTER-COUNT, 1).
    COMPUTE CU-MEMBER-START (CLUSTER-COUNT) = CLUSTER-MEMBER-COUNT + 1.

    PERFORM 3340-COPY-MEMBER VARYING SUB1 FROM RUN-START BY 1
                        UNTIL SUB1 > RUN-END.
*
3300-RECORD-CLUSTER-EXIT.
    EXIT.
*
3310-ADD-SIGNATURE.
    ADD PB-PROBLEM-NUMBER (WM-PROB-SUB (SUB1)) TO WS-RUN-SIGNATURE.
*
3320-MATCH-CLUSTER.
    IF CU-GROUP-KEY (CLU-SUB) = WM-GROUP-KEY (RUN-START)
       AND CU-SIZE (CLU-SUB) = RUN-SIZE
       AND CU-SIGNATURE (CLU-SUB) = WS-RUN-SIGNATURE
        MOVE "Y" TO WS-FOUND-FLAG
        MOVE CU-MEMBER-START (CLU-SUB) TO CM-SUB1
        PERFORM 3330-COMPARE-MEMBER VARYING SUB1 FROM RUN-START BY 1
                               UNTIL SUB1 > RUN-END
                                  OR WS-FOUND-FLAG = "N"
    END-IF.
*
3330-COMPARE-MEMBER.
    IF CM-PROB-SUB (CM-SUB1) NOT = WM-PROB-SUB (SUB1)
        MOVE "N" TO WS-FOUND-FLAG
    END-IF.
    ADD 1 TO CM-SUB1.
*
3340-COPY-MEMBER.
    ADD 1 TO CLUSTER-MEMBER-COUNT.
    MOVE WM-PROB-SUB (SUB1) TO CM-PROB-SUB (CLUSTER-MEMBER-COUNT).
/
4000-PRINT-CANDIDATES.
    PERFORM 4050-ORDER-ONE-CLUSTER VARYING CLU-SUB FROM 1 BY 1
                              UNTIL CLU-SUB > CLUSTER-COUNT.

    PERFORM 7000-START_TRAN_RO.

    PERFORM 4100-PRINT-ONE-CLUSTER THRU 4100-PRINT-ONE-CLUSTER-EXIT
        VARYING ORD-SUB FROM 1 BY 1
          UNTIL ORD-SUB > CLUSTER-COUNT.

    PERFORM 7800-CMT_TRAN.
*
4050-ORDER-ONE-CLUSTER.
*   LARGEST FIRST - A NEW CLUSTER GOES AFTER ANY OF THE SAME SIZE
    MOVE 1 TO BISECT-LOW.
    COMPUTE BISECT-HIGH = CLU-SUB - 1.
    PERFORM 4060-BISECT-AFTER-ORDER UNTIL BISECT-LOW > BISECT-HIGH.
    PERFORM 4070-SHIFT-ORDER
        VARYING INSERT-SUB FROM CLU-SUB BY -1
        UNTIL INSERT-SUB NOT > BISECT-LOW.

    MOVE CLU-SUB TO ORD-CLUSTER-SUB (BISECT-LOW).
*
4060-BISECT-AFTER-ORDER.
    COMPUTE BISECT-MID = (BISECT-LOW + BISECT-HIGH) / 2.

    IF CU-SIZE (ORD-CLUSTER-SUB (BISECT-MID)) < CU-SIZE (CLU-SUB)
        COMPUTE BISECT-HIGH = BISECT-MID - 1
    ELSE
        COMPUTE BISECT-LOW  = BISECT-MID + 1
    END-IF.
*
4070-SHIFT-ORDER.
    MOVE ORD-CLUSTER-SUB (INSERT-SUB - 1)
      TO ORD-CLUSTER-SUB (INSERT-SUB).
/
4100-PRINT-ONE-CLUSTER.
    MOVE ORD-CLUSTER-SUB (ORD-SUB) TO CLU-SUB.

*   AN OPEN KNOWN ERROR ON THE APPLICATION ALREADY HAS THE PROBLEM
*   MANAGER'S ATTENTION
    MOVE CU-GROUP-KEY (CLU-SUB) (1:4)
      TO APPLICATION_ID OF KNOWN_ERROR_REC.
    MOVE "O" TO ERROR_STATUS OF KNOWN_ERROR_REC.

    CALL "ET_SS_KNOWN_ERROR_BY_APPLICATION" USING SQLCA
                                 APPLICATION_ID  OF KNOWN_ERROR_REC
                                 ERROR_STATUS    OF KNOWN_ERROR_REC
                                 ERROR_ID        OF KNOWN_ERROR_REC
                                 WORKAROUND_DESC OF KNOWN_ERROR_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO KNOWN-ERROR-COVERED-COUNT
        GO TO 4100-PRINT-ONE-CLUSTER-EXIT
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON KNOWN_ERROR_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    ADD 1 TO CANDIDATE-LISTED-COUNT.

    MOVE CANDIDATE-LISTED-COUNT      TO WL-CLUSTER-NUMBER.
    MOVE CU-GROUP-KEY (CLU-SUB) (1:4) TO WL-APPLICATION-ID.
    MOVE CU-GROUP-KEY (CLU-SUB) (5:4) TO WL-CATEGORY-ID.
    MOVE CU-GROUP-KEY (CLU-SUB) (9:4) TO WL-SUBCATEGORY-ID.
    MOVE CU-SIZE (CLU-SUB)           TO WL-SIZE.
    PERFORM 4110-SET-WORD VARYING SUB1 FROM 1 BY 1
                     UNTIL SUB1 > 4.
    MOVE WS-CLUSTER-LINE TO KEC-REPORT-LINE.
    WRITE KEC-REPORT-LINE.

    MOVE ZERO TO CODE-TALLY-COUNT.
    MOVE ZERO TO RES-TALLY-COUNT.
    PERFORM 4200-TALLY-ONE-MEMBER
        VARYING CM-SUB1 FROM CU-MEMBER-START (CLU-SUB) BY 1
          UNTIL CM-SUB1 > CU-MEMBER-START (CLU-SUB) + CU-SIZE (CLU-SUB) - 1.

    MOVE 1 TO BEST-SUB.
    PERFORM 4240-PICK-BEST-CODE VARYING SUB1 FROM 2 BY 1
                           UNTIL SUB1 > CODE-TALLY-COUNT.
    MOVE CT-CLOSE-CODE (BEST-SUB) TO WK-CLOSE-CODE.
    MOVE CT-COUNT (BEST-SUB)      TO WK-CODE-COUNT.
    MOVE CU-SIZE (CLU-SUB)        TO WK-SIZE.
    MOVE WS-CLOSE-CODE-LINE TO KEC-REPORT-LINE.
    WRITE KEC-REPORT-LINE.

    IF RES-TALLY-COUNT = ZERO
        MOVE "NONE RECORDED" TO WR-RESOLUTION-DESC
        MOVE ZERO            TO WR-RES-COUNT
    ELSE
        MOVE 1 TO BEST-SUB
        PERFORM 4250-PICK-BEST-RESOLUTION VARYING SUB1 FROM 2 BY 1
                                     UNTIL SUB1 > RES-TALLY-COUNT
        MOVE RT-RESOLUTION-DESC (BEST-SUB) TO WR-RESOLUTION-DESC
        MOVE RT-COUNT (BEST-SUB)           TO WR-RES-COUNT
    END-IF.
    MOVE CU-SIZE (CLU-SUB) TO WR-SIZE.
    MOVE WS-RESOLUTION-LINE TO KEC-REPORT-LINE.
    WRITE KEC-REPORT-LINE.

    MOVE ZERO   TO WP-SUB.
    MOVE SPACES TO WS-PROBLEM-LIST-LINE.
    PERFORM 4300-LIST-ONE-PROBLEM
        VARYING CM-SUB1 FROM CU-MEMBER-START (CLU-SUB) BY 1
          UNTIL CM-SUB1 > CU-MEMBER-START (CLU-SUB) + CU-SIZE (CLU-SUB) - 1.
    IF WP-SUB > ZERO
        MOVE WS-PROBLEM-LIST-LINE TO KEC-REPORT-LINE
        WRITE KEC-REPORT-LINE
    END-IF.

    MOVE SPACES TO KEC-REPORT-LINE.
    WRITE KEC-REPORT-LINE.
*
4100-PRINT-ONE-CLUSTER-EXIT.
    EXIT.
*
4110-SET-WORD.
    MOVE SPACES TO WL-WORD-ENTRY (SUB1).
    IF SUB1 NOT > CU-WORD-COUNT (CLU-SUB)
        MOVE CU-WORD (CLU-SUB, SUB1) TO WL-WORD (SUB1)
    END-IF.
*
4200-TALLY-ONE-MEMBER.
    MOVE CM-PROB-SUB (CM-SUB1) TO SUB2.

    MOVE "N" TO WS-FOUND-FLAG.
    PERFORM 4210-FIND-CODE VARYING SUB1 FROM 1 BY 1
                      UNTIL SUB1 > CODE-TALLY-COUNT
                         OR WS-FOUND-FLAG = "Y".
    IF WS-FOUND-FLAG = "Y"
        SUBTRACT 1 FROM SUB1
        ADD 1 TO CT-COUNT (SUB1)
    ELSE
        IF CODE-TALLY-COUNT < TALLY-MAX
            ADD 1 TO CODE-TALLY-COUNT
            MOVE PB-CLOSE-CODE (SUB2)
              TO CT-CLOSE-CODE (CODE-TALLY-COUNT)
            MOVE 1 TO CT-COUNT (CODE-TALLY-COUNT)
        END-IF
    END-IF.

    IF PB-RESOLUTION-DESC (SUB2) NOT = SPACES
        MOVE "N" TO WS-FOUND-FLAG
        PERFORM 4220-FIND-RESOLUTION VARYING SUB1 FROM 1 BY 1
                                UNTIL SUB1 > RES-TALLY-COUNT
                                   OR WS-FOUND-FLAG = "Y"
        IF WS-FOUND-FLAG = "Y"
            SUBTRACT 1 FROM SUB1
            ADD 1 TO RT-COUNT (SUB1)
        ELSE
            IF RES-TALLY-COUNT < TALLY-MAX
                ADD 1 TO RES-TALLY-COUNT
                MOVE PB-RESOLUTION-DESC (SUB2)
                  TO RT-RESOLUTION-DESC (RES-TALLY-COUNT)
                MOVE 1 TO RT-COUNT (RES-TALLY-COUNT)
            END-IF
        END-IF
    END-IF.
*
4210-FIND-CODE.
    IF CT-CLOSE-CODE (SUB1) = PB-CLOSE-CODE (SUB2)
        MOVE "Y" TO WS-FOUND-FLAG
    END-IF.
*
4220-FIND-RESOLUTION.
    IF RT-RESOLUTION-DESC (SUB1) = PB-RESOLUTION-DESC (SUB2)
        MOVE "Y" TO WS-FOUND-FLAG
    END-IF.
*
4240-PICK-BEST-CODE.
    IF CT-COUNT (SUB1) > CT-COUNT (BEST-SUB)
        MOVE SUB1 TO BEST-SUB
    END-IF.
*
4250-PICK-BEST-RESOLUTION.
    IF RT-COUNT (SUB1) > RT-COUNT (BEST-SUB)
        MOVE SUB1 TO BEST-SUB
    END-IF.
*
4300-LIST-ONE-PROBLEM.
    ADD 1 TO WP-SUB.
    MOVE PB-PROBLEM-NUMBER (CM-PROB-SUB (CM-SUB1))
      TO WP-PROBLEM-NUMBER (WP-SUB).
    IF WP-SUB = 10
        MOVE WS-PROBLEM-LIST-LINE TO KEC-REPORT-LINE
        WRITE KEC-REPORT-LINE
        MOVE ZERO   TO WP-SUB
        MOVE SPACES TO WS-PROBLEM-LIST-LINE
    END-IF.
/
6400-PRINT-TOTALS.
    MOVE SPACES TO KEC-REPORT-LINE.
    WRITE KEC-REPORT-LINE.

    MOVE "PROBLEMS CLOSED IN THE WINDOW"  TO WC-CAPTION.
    MOVE PROBLEM-READ-COUNT               TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.

    MOVE "KEYWORD POSTINGS READ"          TO WC-CAPTION.
    MOVE POSTING-READ-COUNT               TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.

    MOVE "WORDS TOO COMMON TO USE"        TO WC-CAPTION.
    MOVE COMMON-WORD-COUNT                TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.

    MOVE "CLUSTERS FOUND"                 TO WC-CAPTION.
    MOVE CLUSTER-COUNT                    TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.

    MOVE "ALREADY UNDER AN OPEN KNOWN ERROR" TO WC-CAPTION.
    MOVE KNOWN-ERROR-COVERED-COUNT        TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.

    MOVE "CANDIDATES LISTED"              TO WC-CAPTION.
    MOVE CANDIDATE-LISTED-COUNT           TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.
*
6410-WRITE-COUNT-LINE.
    MOVE WS-COUNT-LINE TO KEC-REPORT-LINE.
    WRITE KEC-REPORT-LINE.
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
                                 SLA_BREACH_REASON    OF PROBLEM_DETAILS_REC
                                 CLOSE_CODE           OF PROBLEM_DETAILS_REC
                                 REC_USER             OF PROBLEM_DETAILS_REC
                                 REC_TMSTAMP          OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TMP_FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
    WHEN OTHER
        DISPLAY "SS PROBLEM NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
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
    CLOSE KEC-REPORT-FILE.
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
    MOVE PROBLEM-READ-COUNT        TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE CANDIDATE-LISTED-COUNT    TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE KNOWN-ERROR-COVERED-COUNT TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK131 ****************
