IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK133                                                 *
*   Program Name : Department Demand Report                                   *
*   Summary      : Monthly batch report of caller demand by department.       *
*                  Every problem raised in the last                           *
*                  EZITRAK133_WINDOW_DAYS (31) days - an ACCEPT ... FROM      *
*                  SYS$COMMAND parameter overrides it, 92 for a quarter -     *
*                  is charged to the department its contact person            *
*                  belongs to (PERSON_DETAILS.DEPARTMENT_ID). Each            *
*                  department gets a page with the problems raised            *
*                  split by APPLICATION_ID and PRIORITY_ID, the effort        *
*                  minutes booked against them on                             *
*                  PROBLEM_SOLUTION_DETAILS, and its repeat callers -         *
*                  anyone who raised EZITRAK133_REPEAT_CALLS (3) or more      *
*                  in the window. Each page is written to the                 *
*                  DEPT_MAIL_TMP scratch file and mailed to the               *
*                  department manager's PERSON_EMAIL, the EZITRAK088          *
*                  way; callers with no department, or a code no longer       *
*                  on DEPARTMENT_DETAILS, are printed under NO                *
*                  DEPARTMENT on SYS$PRINT only. Read-only - nothing is       *
*                  changed.                                                   *
*                                                                             *
*   TABLES  USED : PROBLEM_DETAILS      (Input)                               *
*                  PROBLEM_SOLUTION_DETAILS (Input)                           *
*                  PERSON_DETAILS       (Input)                               *
*                  DEPARTMENT_DETAILS   (Input)                               *
*                  SYSTEM_PARAMETER     (Input)                               *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : ET_OC24/FC24/CC24_PROBLEM_DETAILS are new cursor         *
*                  subprograms that need to be generated in the CDD/SQL     *
*                  module - over PROBLEM_DETAILS WHERE CONTACT_DATE >=      *
*                  :WINDOW-START-BIN ORDER BY PROBLEM_NUMBER, fetching      *
*                  PROBLEM_NUMBER, APPLICATION_ID, PRIORITY_ID and          *
*                  CONTACT_PERSON_ID. The department list comes from        *
*                  ET_OC/FC/CC_DEPARTMENT_DETAILS and each caller's         *
*                  department from ET_SS_PERSON_DEPARTMENT (see             *
*                  EZITRAK1323's and ET0052.COB's headers); effort is read  *
*                  through the existing                                     *
*                  ET_OC/FC/CC_PROBLEM_SOLUTION_DETAILS, names through      *
*                  ET_SS_PERSON_DETAILS and the manager's address through   *
*                  ET_SS_PERSON_EMAIL.                                      *
*                                                                             *
*   NOTE         : SYSTEM_PARAMETER rows EZITRAK133_WINDOW_DAYS (default    *
*                  31) and EZITRAK133_REPEAT_CALLS (default 3) override the *
*                  compiled defaults (see EZITRAK0873's header). The job    *
*                  log's READ count is problems read, UPDATE count pages    *
*                  mailed and REJECT count problems charged to NO           *
*                  DEPARTMENT.                                              *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK133.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DEMAND-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DEPT-MAIL-FILE ASSIGN TO "DEPT_MAIL_TMP"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  DEMAND-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  DEMAND-REPORT-LINE                            PIC X(132).

FD  DEPT-MAIL-FILE
    LABEL RECORDS ARE STANDARD.
01  DEPT-MAIL-LINE                                PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"          from dictionary.
    copy "EZITRAK_CDD.PROBLEM_SOLUTION_DETAILS_REC" from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"           from dictionary.
    copy "EZITRAK_CDD.DEPARTMENT_DETAILS_REC"       from dictionary.
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
 01  DEMAND-WINDOW-DAYS                          PIC S9(9) COMP VALUE 31.
 01  DEMAND-REPEAT-CALLS                         PIC S9(9) COMP VALUE 3.
 01  WS-WINDOW-DAYS-TEXT                         PIC X(4).
 01  WS-WINDOW-DAYS-NUM REDEFINES WS-WINDOW-DAYS-TEXT PIC 9(4).
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
 01  SUB1                                        PIC S9(4) COMP.
 01  SUB2                                        PIC S9(4) COMP.
 01  SUB3                                        PIC S9(4) COMP.
 01  WS-FOUND-FLAG                               PIC X.
 01  WS-DEPT-SUB                                 PIC S9(4) COMP.
 01  WS-CALLER-SUB                               PIC S9(4) COMP.
 01  WS-CELL-SUB                                 PIC S9(4) COMP.
 01  WS-PROBLEM-MINUTES                          PIC S9(9) COMP.
 01  WS-PERSON-DEPARTMENT-ID                     PIC X(6).
 01  WS-REPEAT-LISTED-COUNT                      PIC S9(4) COMP.

*   EVERY DEPARTMENT ON FILE IN DEPARTMENT_ID ORDER - ENTRY 1 IS THE
*   BLANK CODE, WHERE CALLERS WITH NO KNOWN DEPARTMENT ARE CHARGED
 01  DEPT-COUNT                                  PIC S9(4) COMP.
 01  DEPT-MAX                                    PIC S9(4) COMP VALUE 200.
 01  DEPT-TABLE.
     05  DEPT-ENTRY OCCURS 200 TIMES.
         10  DT-DEPARTMENT-ID                    PIC X(6).
         10  DT-DEPARTMENT-NAME                  PIC X(30).
         10  DT-MANAGER-PERSON-ID                PIC X(8).
         10  DT-PROBLEM-COUNT                    PIC S9(9) COMP.
         10  DT-CALLER-COUNT                     PIC S9(9) COMP.
         10  DT-MINUTES                          PIC S9(9) COMP.

*   EVERY PROBLEM RAISED IN THE WINDOW, IN PROBLEM NUMBER ORDER
 01  PROB-COUNT                                  PIC S9(4) COMP.
 01  PROB-MAX                                    PIC S9(4) COMP VALUE 9999.
 01  PROB-TABLE.
     05  PROB-ENTRY OCCURS 9999 TIMES.
         10  PB-PROBLEM-NUMBER                   PIC 9(9).
         10  PB-APPLICATION-ID                   PIC X(4).
         10  PB-PRIORITY-ID                      PIC X(2).
         10  PB-CONTACT-PERSON-ID                PIC X(8).

*   EACH CALLER SEEN, IN PERSON_ID ORDER, WITH THE DEPARTMENT ENTRY
*   THEIR PROBLEMS ARE CHARGED TO
 01  CALLER-COUNT                                PIC S9(4) COMP.
 01  CALLER-MAX                                  PIC S9(4) COMP VALUE 3000.
 01  CALLER-TABLE.
     05  CALLER-ENTRY OCCURS 3000 TIMES.
         10  CR-PERSON-ID                        PIC X(8).
         10  CR-DEPT-SUB                         PIC S9(4) COMP.
         10  CR-CALL-COUNT                       PIC S9(4) COMP.
         10  CR-MINUTES                          PIC S9(9) COMP.

*   PROBLEMS AND EFFORT BY DEPARTMENT, APPLICATION AND PRIORITY, IN
*   THAT ORDER SO EACH DEPARTMENT'S LINES ARE ONE RUN
 01  CELL-COUNT                                  PIC S9(4) COMP.
 01  CELL-MAX                                    PIC S9(4) COMP VALUE 3000.
 01  CELL-TABLE.
     05  CELL-ENTRY OCCURS 3000 TIMES.
         10  CL-CELL-KEY.
             15  CL-DEPT-SUB                     PIC 9(4).
             15  CL-APPLICATION-ID               PIC X(4).
             15  CL-PRIORITY-ID                  PIC X(2).
         10  CL-PROBLEM-COUNT                    PIC S9(9) COMP.
         10  CL-MINUTES                          PIC S9(9) COMP.
 01  WS-NEW-CELL-KEY.
     05  WN-DEPT-SUB                             PIC 9(4).
     05  WN-APPLICATION-ID                       PIC X(4).
     05  WN-PRIORITY-ID                          PIC X(2).

 01  PROBLEM-READ-COUNT                          PIC S9(9) COMP VALUE 0.
 01  NO-DEPARTMENT-COUNT                         PIC S9(9) COMP VALUE 0.
 01  PAGES-MAILED-COUNT                          PIC S9(9) COMP VALUE 0.
 01  WS-MANAGER-EMAIL                            PIC X(40).
 01  WS-MAIL-COMMAND                             PIC X(132).
 01  WS-PAGE-LINE                                PIC X(132).

 01  WS-DEPT-HEADING.
     05  FILLER                                  PIC X(27) VALUE
                          "CALLER DEMAND - DEPARTMENT ".
     05  WH-DEPARTMENT-ID                        PIC X(6).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WH-DEPARTMENT-NAME                      PIC X(30).
     05  FILLER                                  PIC X(10) VALUE
                                                    "  MANAGER ".
     05  WH-MANAGER-PERSON-ID                    PIC X(8).

 01  WS-WINDOW-LINE.
     05  FILLER                                  PIC X(21) VALUE
                                                    "PROBLEMS RAISED FROM ".
     05  WW-FROM-DATE                            PIC X(11).
     05  FILLER                                  PIC X(4)  VALUE " TO ".
     05  WW-TO-DATE                              PIC X(11).

 01  WS-COUNT-LINE.
     05  WC-CAPTION                              PIC X(22).
     05  WC-COUNT                                PIC ZZZZZZZZ9.

 01  WS-CELL-HEADING                             PIC X(40) VALUE
                           "  APPL  PRIORITY   PROBLEMS  EFFORT MINS".
 01  WS-CELL-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WE-APPLICATION-ID                       PIC X(4).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WE-PRIORITY-ID                          PIC X(2).
     05  FILLER                                  PIC X(9)  VALUE SPACES.
     05  WE-PROBLEMS                             PIC ZZZZZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WE-MINUTES                              PIC ZZZZZZZZZ9.

 01  WS-REPEAT-HEADING.
     05  FILLER                                  PIC X(26) VALUE
                          "  REPEAT CALLERS - RAISED ".
     05  WV-REPEAT-CALLS                         PIC ZZ9.
     05  FILLER                                  PIC X(8)  VALUE " OR MORE".
 01  WS-REPEAT-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WV-PERSON-ID                            PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WV-PERSON-DESC                          PIC X(30).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WV-CALLS                                PIC ZZZ9.
     05  FILLER                                  PIC X(7)  VALUE " CALLS ".
     05  WV-MINUTES                              PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(5)  VALUE " MINS".

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK133".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 2000-LOAD-DEPARTMENTS.

    PERFORM 3000-LOAD-PROBLEMS.

    PERFORM 4000-TALLY-PROBLEMS.

    PERFORM 5000-REPORT-EACH-DEPARTMENT.

    PERFORM 6100-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO   TO SQLCODE.
    MOVE "N"    TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO   TO DEPT-COUNT.
    MOVE ZERO   TO PROB-COUNT.
    MOVE ZERO   TO CALLER-COUNT.
    MOVE ZERO   TO CELL-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE "EZITRAK133_WINDOW_DAYS" TO PARAMETER_NAME OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO DEMAND-WINDOW-DAYS
    END-IF.

    MOVE "EZITRAK133_REPEAT_CALLS"
      TO PARAMETER_NAME OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO DEMAND-REPEAT-CALLS
    END-IF.

*   A DAY COUNT ON THE COMMAND LINE - 92 FOR THE QUARTERLY RUN - WINS
*   OVER BOTH
    MOVE SPACES TO WS-WINDOW-DAYS-TEXT.
    ACCEPT WS-WINDOW-DAYS-TEXT FROM SYS$COMMAND.

    IF WS-WINDOW-DAYS-TEXT IS NUMERIC AND WS-WINDOW-DAYS-NUM > ZERO
        MOVE WS-WINDOW-DAYS-NUM TO DEMAND-WINDOW-DAYS
    END-IF.

    MOVE ONE-DAY-BIN TO WINDOW-SPAN-BIN.
    MULTIPLY DEMAND-WINDOW-DAYS BY WINDOW-SPAN-BIN.
    SUBTRACT WINDOW-SPAN-BIN FROM CURRENT_DATE_BIN GIVING WINDOW-START-BIN.

    MOVE WINDOW-START-BIN TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT TO WW-FROM-DATE.
    MOVE CURRENT_DATE_BIN TO WS-FMT-BIN.
    PERFORM 8800-FORMAT-TIME.
    MOVE WS-FMT-TEXT TO WW-TO-DATE.
    MOVE DEMAND-REPEAT-CALLS TO WV-REPEAT-CALLS.

    OPEN OUTPUT DEMAND-REPORT-FILE.
/
2000-LOAD-DEPARTMENTS.
*   ENTRY 1 IS THE BLANK CODE - SPACES SORT FIRST, SO THE TABLE STAYS
*   IN DEPARTMENT_ID ORDER FOR THE BISECT
    MOVE SPACES          TO DT-DEPARTMENT-ID     (1).
    MOVE "NO DEPARTMENT" TO DT-DEPARTMENT-NAME   (1).
    MOVE SPACES          TO DT-MANAGER-PERSON-ID (1).
    MOVE ZERO            TO DT-PROBLEM-COUNT     (1).
    MOVE ZERO            TO DT-CALLER-COUNT      (1).
    MOVE ZERO            TO DT-MINUTES           (1).
    MOVE 1               TO DEPT-COUNT.

    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_DEPARTMENT_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON DEPARTMENT_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 2100-FETCH-ONE-DEPARTMENT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_DEPARTMENT_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON DEPARTMENT_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
2100-FETCH-ONE-DEPARTMENT.
    CALL "ET_FC_DEPARTMENT_DETAILS" USING SQLCA
                                 DEPARTMENT_ID     OF DEPARTMENT_DETAILS_REC
                                 DEPARTMENT_NAME   OF DEPARTMENT_DETAILS_REC
                                 MANAGER_PERSON_ID OF DEPARTMENT_DETAILS_REC
                                 COST_CENTRE       OF DEPARTMENT_DETAILS_REC
                                 REC_USER          OF DEPARTMENT_DETAILS_REC
                                 REC_TMSTAMP       OF DEPARTMENT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 2200-KEEP-DEPARTMENT
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON DEPARTMENT_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
2200-KEEP-DEPARTMENT.
    IF DEPT-COUNT = DEPT-MAX
        DISPLAY "MORE THAN " DEPT-MAX " DEPARTMENTS - RAISE "
                "DEPT-MAX" WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    MOVE 2          TO BISECT-LOW.
    MOVE DEPT-COUNT TO BISECT-HIGH.
    PERFORM 2210-BISECT-AFTER-DEPARTMENT UNTIL BISECT-LOW > BISECT-HIGH.
    PERFORM 2220-SHIFT-DEPARTMENT
        VARYING INSERT-SUB FROM DEPT-COUNT BY -1
        UNTIL INSERT-SUB < BISECT-LOW.

    MOVE DEPARTMENT_ID     OF DEPARTMENT_DETAILS_REC
      TO DT-DEPARTMENT-ID     (BISECT-LOW).
    MOVE DEPARTMENT_NAME   OF DEPARTMENT_DETAILS_REC
      TO DT-DEPARTMENT-NAME   (BISECT-LOW).
    MOVE MANAGER_PERSON_ID OF DEPARTMENT_DETAILS_REC
      TO DT-MANAGER-PERSON-ID (BISECT-LOW).
    MOVE ZERO TO DT-PROBLEM-COUNT (BISECT-LOW).
    MOVE ZERO TO DT-CALLER-COUNT  (BISECT-LOW).
    MOVE ZERO TO DT-MINUTES       (BISECT-LOW).

    ADD 1 TO DEPT-COUNT.
*
2210-BISECT-AFTER-DEPARTMENT.
    COMPUTE BISECT-MID = (BISECT-LOW + BISECT-HIGH) / 2.

    IF DT-DEPARTMENT-ID (BISECT-MID)
                  > DEPARTMENT_ID OF DEPARTMENT_DETAILS_REC
        COMPUTE BISECT-HIGH = BISECT-MID - 1
    ELSE
        COMPUTE BISECT-LOW  = BISECT-MID + 1
    END-IF.
*
2220-SHIFT-DEPARTMENT.
    MOVE DEPT-ENTRY (INSERT-SUB) TO DEPT-ENTRY (INSERT-SUB + 1).
/
3000-LOAD-PROBLEMS.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC24_PROBLEM_DETAILS" USING SQLCA
                                 WINDOW-START-BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_OC24 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-PROBLEM UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC24_PROBLEM_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_CC24 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3100-FETCH-ONE-PROBLEM.
    CALL "ET_FC24_PROBLEM_DETAILS" USING SQLCA
                                 PROBLEM_NUMBER       OF PROBLEM_DETAILS_REC
                                 APPLICATION_ID       OF PROBLEM_DETAILS_REC
                                 PRIORITY_ID          OF PROBLEM_DETAILS_REC
                                 CONTACT_PERSON_ID    OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO PROBLEM-READ-COUNT
        PERFORM 3200-KEEP-PROBLEM
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_FC24 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3200-KEEP-PROBLEM.
*   THE CURSOR RETURNS PROBLEM NUMBER ORDER, SO EACH ROW GOES ON THE END
    IF PROB-COUNT = PROB-MAX
        DISPLAY "MORE THAN " PROB-MAX " PROBLEMS RAISED - RAISE "
                "PROB-MAX" WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    ADD 1 TO PROB-COUNT.

    MOVE PROBLEM_NUMBER    OF PROBLEM_DETAILS_REC
      TO PB-PROBLEM-NUMBER    (PROB-COUNT).
    MOVE APPLICATION_ID    OF PROBLEM_DETAILS_REC
      TO PB-APPLICATION-ID    (PROB-COUNT).
    MOVE PRIORITY_ID       OF PROBLEM_DETAILS_REC
      TO PB-PRIORITY-ID       (PROB-COUNT).
    MOVE CONTACT_PERSON_ID OF PROBLEM_DETAILS_REC
      TO PB-CONTACT-PERSON-ID (PROB-COUNT).
/
4000-TALLY-PROBLEMS.
    PERFORM 7000-START_TRAN_RO.

    PERFORM 4100-TALLY-ONE-PROBLEM VARYING SUB1 FROM 1 BY 1
                              UNTIL SUB1 > PROB-COUNT.

    PERFORM 7800-CMT_TRAN.
*
4100-TALLY-ONE-PROBLEM.
    PERFORM 4200-SUM-PROBLEM-MINUTES.

*   NO CONTACT PERSON ON THE PROBLEM - NOBODY TO CHARGE IT TO
    IF PB-CONTACT-PERSON-ID (SUB1) = SPACES
        MOVE 1 TO WS-DEPT-SUB
    ELSE
        PERFORM 4300-FIND-CALLER THRU 4300-FIND-CALLER-EXIT
        MOVE CR-DEPT-SUB (WS-CALLER-SUB) TO WS-DEPT-SUB
        ADD 1                  TO CR-CALL-COUNT (WS-CALLER-SUB)
        ADD WS-PROBLEM-MINUTES TO CR-MINUTES    (WS-CALLER-SUB)
    END-IF.

    IF WS-DEPT-SUB = 1
        ADD 1 TO NO-DEPARTMENT-COUNT
    END-IF.

    ADD 1                  TO DT-PROBLEM-COUNT (WS-DEPT-SUB).
    ADD WS-PROBLEM-MINUTES TO DT-MINUTES       (WS-DEPT-SUB).

    MOVE WS-DEPT-SUB              TO WN-DEPT-SUB.
    MOVE PB-APPLICATION-ID (SUB1) TO WN-APPLICATION-ID.
    MOVE PB-PRIORITY-ID    (SUB1) TO WN-PRIORITY-ID.
    PERFORM 4500-FIND-CELL THRU 4500-FIND-CELL-EXIT.

    ADD 1                  TO CL-PROBLEM-COUNT (WS-CELL-SUB).
    ADD WS-PROBLEM-MINUTES TO CL-MINUTES       (WS-CELL-SUB).
*
4200-SUM-PROBLEM-MINUTES.
    MOVE ZERO TO WS-PROBLEM-MINUTES.
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

    PERFORM 4210-FETCH-ONE-SOLUTION UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_SOLUTION_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SOLUTION_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
4210-FETCH-ONE-SOLUTION.
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
        ADD MINUTES_SPENT OF PROBLEM_SOLUTION_DETAILS_REC
         TO WS-PROBLEM-MINUTES
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON SOLUTION_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
4300-FIND-CALLER.
    MOVE "N"          TO WS-FOUND-FLAG.
    MOVE 1            TO BISECT-LOW.
    MOVE CALLER-COUNT TO BISECT-HIGH.
    PERFORM 4310-BISECT-FIND-CALLER
        UNTIL BISECT-LOW > BISECT-HIGH
           OR WS-FOUND-FLAG = "Y".

    IF WS-FOUND-FLAG = "Y"
        MOVE BISECT-MID TO WS-CALLER-SUB
        GO TO 4300-FIND-CALLER-EXIT
    END-IF.

*   A NEW CALLER - BISECT-LOW IS WHERE THEY BELONG IN THE TABLE
    IF CALLER-COUNT = CALLER-MAX
        DISPLAY "MORE THAN " CALLER-MAX " CALLERS - RAISE "
                "CALLER-MAX" WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    PERFORM 4320-SHIFT-CALLER
        VARYING INSERT-SUB FROM CALLER-COUNT BY -1
        UNTIL INSERT-SUB < BISECT-LOW.
    ADD 1 TO CALLER-COUNT.
    MOVE BISECT-LOW TO WS-CALLER-SUB.

    MOVE PB-CONTACT-PERSON-ID (SUB1) TO CR-PERSON-ID  (WS-CALLER-SUB).
    MOVE ZERO                        TO CR-CALL-COUNT (WS-CALLER-SUB).
    MOVE ZERO                        TO CR-MINUTES    (WS-CALLER-SUB).

    PERFORM 4400-READ-CALLER-DEPARTMENT
       THRU 4400-READ-CALLER-DEPARTMENT-EXIT.
    MOVE WS-DEPT-SUB TO CR-DEPT-SUB (WS-CALLER-SUB).
    ADD 1 TO DT-CALLER-COUNT (WS-DEPT-SUB).
*
4300-FIND-CALLER-EXIT.
    EXIT.
*
4310-BISECT-FIND-CALLER.
    COMPUTE BISECT-MID = (BISECT-LOW + BISECT-HIGH) / 2.

    EVALUATE TRUE
    WHEN CR-PERSON-ID (BISECT-MID) = PB-CONTACT-PERSON-ID (SUB1)
        MOVE "Y" TO WS-FOUND-FLAG
    WHEN CR-PERSON-ID (BISECT-MID) > PB-CONTACT-PERSON-ID (SUB1)
        COMPUTE BISECT-HIGH = BISECT-MID - 1
    WHEN OTHER
        COMPUTE BISECT-LOW  = BISECT-MID + 1
    END-EVALUATE.
*
4320-SHIFT-CALLER.
    MOVE CALLER-ENTRY (INSERT-SUB) TO CALLER-ENTRY (INSERT-SUB + 1).
*
4400-READ-CALLER-DEPARTMENT.
*   A CALLER NOT ON FILE, WITH NO DEPARTMENT, OR WITH A CODE SINCE
*   TAKEN OFF DEPARTMENT_DETAILS IS CHARGED TO ENTRY 1
    MOVE 1      TO WS-DEPT-SUB.
    MOVE SPACES TO WS-PERSON-DEPARTMENT-ID.
    MOVE PB-CONTACT-PERSON-ID (SUB1) TO PERSON_ID OF PERSON_DETAILS_REC.

    CALL "ET_SS_PERSON_DEPARTMENT" USING SQLCA
                                 PERSON_ID OF PERSON_DETAILS_REC
                                 WS-PERSON-DEPARTMENT-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_DEPARTMENT_SS CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF WS-PERSON-DEPARTMENT-ID = SPACES
        GO TO 4400-READ-CALLER-DEPARTMENT-EXIT
    END-IF.

    MOVE "N"        TO WS-FOUND-FLAG.
    MOVE 2          TO BISECT-LOW.
    MOVE DEPT-COUNT TO BISECT-HIGH.
    PERFORM 4410-BISECT-FIND-DEPARTMENT
        UNTIL BISECT-LOW > BISECT-HIGH
           OR WS-FOUND-FLAG = "Y".

    IF WS-FOUND-FLAG = "Y"
        MOVE BISECT-MID TO WS-DEPT-SUB
    END-IF.
*
4400-READ-CALLER-DEPARTMENT-EXIT.
    EXIT.
*
4410-BISECT-FIND-DEPARTMENT.
    COMPUTE BISECT-MID = (BISECT-LOW + BISECT-HIGH) / 2.

    EVALUATE TRUE
    WHEN DT-DEPARTMENT-ID (BISECT-MID) = WS-PERSON-DEPARTMENT-ID
        MOVE "Y" TO WS-FOUND-FLAG
    WHEN DT-DEPARTMENT-ID (BISECT-MID) > WS-PERSON-DEPARTMENT-ID
        COMPUTE BISECT-HIGH = BISECT-MID - 1
    WHEN OTHER
        COMPUTE BISECT-LOW  = BISECT-MID + 1
    END-EVALUATE.
*
4500-FIND-CELL.
    MOVE "N"        TO WS-FOUND-FLAG.
    MOVE 1          TO BISECT-LOW.
    MOVE CELL-COUNT TO BISECT-HIGH.
    PERFORM 4510-BISECT-FIND-CELL
        UNTIL BISECT-LOW > BISECT-HIGH
           OR WS-FOUND-FLAG = "Y".

    IF WS-FOUND-FLAG = "Y"
        MOVE BISECT-MID TO WS-CELL-SUB
        GO TO 4500-FIND-CELL-EXIT
    END-IF.

    IF CELL-COUNT = CELL-MAX
        DISPLAY "MORE THAN " CELL-MAX " DEMAND LINES - RAISE "
                "CELL-MAX" WITH CONVERSION
        GO TO 9900-EXIT
    END-IF.

    PERFORM 4520-SHIFT-CELL
        VARYING INSERT-SUB FROM CELL-COUNT BY -1
        UNTIL INSERT-SUB < BISECT-LOW.
    ADD 1 TO CELL-COUNT.
    MOVE BISECT-LOW TO WS-CELL-SUB.

    MOVE WS-NEW-CELL-KEY TO CL-CELL-KEY      (WS-CELL-SUB).
    MOVE ZERO            TO CL-PROBLEM-COUNT (WS-CELL-SUB).
    MOVE ZERO            TO CL-MINUTES       (WS-CELL-SUB).
*
4500-FIND-CELL-EXIT.
    EXIT.
*
4510-BISECT-FIND-CELL.
    COMPUTE BISECT-MID = (BISECT-LOW + BISECT-HIGH) / 2.

    EVALUATE TRUE
    WHEN CL-CELL-KEY (BISECT-MID) = WS-NEW-CELL-KEY
        MOVE "Y" TO WS-FOUND-FLAG
    WHEN CL-CELL-KEY (BISECT-MID) > WS-NEW-CELL-KEY
        COMPUTE BISECT-HIGH = BISECT-MID - 1
    WHEN OTHER
        COMPUTE BISECT-LOW  = BISECT-MID + 1
    END-EVALUATE.
*
4520-SHIFT-CELL.
    MOVE CELL-ENTRY (INSERT-SUB) TO CELL-ENTRY (INSERT-SUB + 1).
/
5000-REPORT-EACH-DEPARTMENT.
    PERFORM 5100-REPORT-ONE-DEPARTMENT
       THRU 5100-REPORT-ONE-DEPARTMENT-EXIT
        VARYING SUB2 FROM 1 BY 1
        UNTIL SUB2 > DEPT-COUNT.
*
5100-REPORT-ONE-DEPARTMENT.
*   A DEPARTMENT NOBODY CALLED FROM IN THE WINDOW GETS NO PAGE
    IF DT-PROBLEM-COUNT (SUB2) = ZERO
        GO TO 5100-REPORT-ONE-DEPARTMENT-EXIT
    END-IF.

    PERFORM 7000-START_TRAN_RO.

    PERFORM 5200-READ-MANAGER-EMAIL THRU 5200-READ-MANAGER-EMAIL-EXIT.

    MOVE DT-DEPARTMENT-ID     (SUB2) TO WH-DEPARTMENT-ID.
    MOVE DT-DEPARTMENT-NAME   (SUB2) TO WH-DEPARTMENT-NAME.
    MOVE DT-MANAGER-PERSON-ID (SUB2) TO WH-MANAGER-PERSON-ID.

    OPEN OUTPUT DEPT-MAIL-FILE.

    MOVE WS-DEPT-HEADING TO DEMAND-REPORT-LINE.
    WRITE DEMAND-REPORT-LINE AFTER ADVANCING PAGE.
    MOVE WS-DEPT-HEADING TO DEPT-MAIL-LINE.
    WRITE DEPT-MAIL-LINE.

    MOVE WS-WINDOW-LINE TO WS-PAGE-LINE.
    PERFORM 5500-WRITE-PAGE-LINE.
    MOVE SPACES TO WS-PAGE-LINE.
    PERFORM 5500-WRITE-PAGE-LINE.

    MOVE "PROBLEMS RAISED     = " TO WC-CAPTION.
    MOVE DT-PROBLEM-COUNT (SUB2)  TO WC-COUNT.
    MOVE WS-COUNT-LINE TO WS-PAGE-LINE.
    PERFORM 5500-WRITE-PAGE-LINE.

    MOVE "CALLERS             = " TO WC-CAPTION.
    MOVE DT-CALLER-COUNT (SUB2)   TO WC-COUNT.
    MOVE WS-COUNT-LINE TO WS-PAGE-LINE.
    PERFORM 5500-WRITE-PAGE-LINE.

    MOVE "EFFORT MINUTES      = " TO WC-CAPTION.
    MOVE DT-MINUTES (SUB2)        TO WC-COUNT.
    MOVE WS-COUNT-LINE TO WS-PAGE-LINE.
    PERFORM 5500-WRITE-PAGE-LINE.

    MOVE SPACES TO WS-PAGE-LINE.
    PERFORM 5500-WRITE-PAGE-LINE.
    MOVE WS-CELL-HEADING TO WS-PAGE-LINE.
    PERFORM 5500-WRITE-PAGE-LINE.

    PERFORM 5300-PRINT-ONE-CELL VARYING SUB3 FROM 1 BY 1
        UNTIL SUB3 > CELL-COUNT.

    MOVE SPACES TO WS-PAGE-LINE.
    PERFORM 5500-WRITE-PAGE-LINE.
    MOVE WS-REPEAT-HEADING TO WS-PAGE-LINE.
    PERFORM 5500-WRITE-PAGE-LINE.

    MOVE ZERO TO WS-REPEAT-LISTED-COUNT.
    PERFORM 5400-PRINT-ONE-REPEAT-CALLER VARYING SUB3 FROM 1 BY 1
        UNTIL SUB3 > CALLER-COUNT.

    IF WS-REPEAT-LISTED-COUNT = ZERO
        MOVE "  NONE" TO WS-PAGE-LINE
        PERFORM 5500-WRITE-PAGE-LINE
    END-IF.

    PERFORM 7800-CMT_TRAN.

    CLOSE DEPT-MAIL-FILE.

    IF WS-MANAGER-EMAIL NOT = SPACES
        PERFORM 5700-SPAWN-DEPT-MAIL
    END-IF.
*
5100-REPORT-ONE-DEPARTMENT-EXIT.
    EXIT.
*
5200-READ-MANAGER-EMAIL.
    MOVE SPACES TO WS-MANAGER-EMAIL.

    IF DT-MANAGER-PERSON-ID (SUB2) = SPACES
        GO TO 5200-READ-MANAGER-EMAIL-EXIT
    END-IF.

    MOVE DT-MANAGER-PERSON-ID (SUB2) TO PERSON_ID OF PERSON_DETAILS_REC.

    CALL "ET_SS_PERSON_EMAIL" USING SQLCA
                                  PERSON_ID    OF PERSON_DETAILS_REC
                                  PERSON_EMAIL OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE PERSON_EMAIL OF PERSON_DETAILS_REC TO WS-MANAGER-EMAIL
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_EMAIL_SS CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5200-READ-MANAGER-EMAIL-EXIT.
    EXIT.
*
5300-PRINT-ONE-CELL.
    IF CL-DEPT-SUB (SUB3) = SUB2
        MOVE CL-APPLICATION-ID (SUB3) TO WE-APPLICATION-ID
        MOVE CL-PRIORITY-ID    (SUB3) TO WE-PRIORITY-ID
        MOVE CL-PROBLEM-COUNT  (SUB3) TO WE-PROBLEMS
        MOVE CL-MINUTES        (SUB3) TO WE-MINUTES
        MOVE WS-CELL-LINE TO WS-PAGE-LINE
        PERFORM 5500-WRITE-PAGE-LINE
    END-IF.
*
5400-PRINT-ONE-REPEAT-CALLER.
    IF CR-DEPT-SUB (SUB3) = SUB2
       AND CR-CALL-COUNT (SUB3) NOT < DEMAND-REPEAT-CALLS
        ADD 1 TO WS-REPEAT-LISTED-COUNT
        MOVE CR-PERSON-ID  (SUB3) TO WV-PERSON-ID
        MOVE CR-CALL-COUNT (SUB3) TO WV-CALLS
        MOVE CR-MINUTES    (SUB3) TO WV-MINUTES
        PERFORM 5410-READ-CALLER-NAME
        MOVE WS-REPEAT-LINE TO WS-PAGE-LINE
        PERFORM 5500-WRITE-PAGE-LINE
    END-IF.
*
5410-READ-CALLER-NAME.
    MOVE SPACES TO WV-PERSON-DESC.
    MOVE CR-PERSON-ID (SUB3) TO PERSON_ID OF PERSON_DETAILS_REC.

    CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                  PERSON_ID       OF PERSON_DETAILS_REC
                                  PERSON_DESC     OF PERSON_DETAILS_REC
                                  PERSON_PHONE    OF PERSON_DETAILS_REC
                                  SUPERVISOR_FLAG OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE PERSON_DESC OF PERSON_DETAILS_REC TO WV-PERSON-DESC
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5500-WRITE-PAGE-LINE.
    MOVE WS-PAGE-LINE TO DEMAND-REPORT-LINE.
    WRITE DEMAND-REPORT-LINE.
    MOVE WS-PAGE-LINE TO DEPT-MAIL-LINE.
    WRITE DEPT-MAIL-LINE.
*
5700-SPAWN-DEPT-MAIL.
    MOVE SPACES TO WS-MAIL-COMMAND.

    STRING "MAIL/SUBJECT=""DEPARTMENT CALLER DEMAND REPORT"" "
                                        DELIMITED BY SIZE
           "DEPT_MAIL_TMP """            DELIMITED BY SIZE
           WS-MANAGER-EMAIL             DELIMITED BY SPACE
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
        ADD 1 TO PAGES-MAILED-COUNT
    END-IF.
/
6100-PRINT-TOTALS.
    MOVE SPACES TO DEMAND-REPORT-LINE.
    WRITE DEMAND-REPORT-LINE AFTER ADVANCING PAGE.

    MOVE "PROBLEMS READ       = " TO WC-CAPTION.
    MOVE PROBLEM-READ-COUNT       TO WC-COUNT.
    MOVE WS-COUNT-LINE TO DEMAND-REPORT-LINE.
    WRITE DEMAND-REPORT-LINE.

    MOVE "NO DEPARTMENT       = " TO WC-CAPTION.
    MOVE NO-DEPARTMENT-COUNT      TO WC-COUNT.
    MOVE WS-COUNT-LINE TO DEMAND-REPORT-LINE.
    WRITE DEMAND-REPORT-LINE.

    MOVE "PAGES MAILED        = " TO WC-CAPTION.
    MOVE PAGES-MAILED-COUNT       TO WC-COUNT.
    MOVE WS-COUNT-LINE TO DEMAND-REPORT-LINE.
    WRITE DEMAND-REPORT-LINE.
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
    CLOSE DEMAND-REPORT-FILE.
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
    MOVE PROBLEM-READ-COUNT  TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE PAGES-MAILED-COUNT  TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE NO-DEPARTMENT-COUNT TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK133 ****************
