IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK109                                                 *
*   Program Name : Equipment Warranty Expiry Report                           *
*   Summary      : Monthly batch report - lists every EQUIPMENT_DETAILS       *
*                  row whose WARRANTY_EXPIRY_DATE falls inside the            *
*                  look-ahead window (in days, an ACCEPT ... FROM             *
*                  SYS$COMMAND parameter defaulting to                        *
*                  DEFAULT-AHEAD-DAYS, 60, or the EZITRAK109_AHEAD_DAYS       *
*                  system parameter), soonest expiry first, with the          *
*                  maintainer vendor, the agreement reference and the         *
*                  number of problems logged against the item over the        *
*                  last HISTORY-DAYS (365, or EZITRAK109_HISTORY_DAYS),       *
*                  counted from the same PROBLEM_DETAILS.EQUIPMENT_ID         *
*                  cursor EZITRAK051 ranks its repeat offenders from - so     *
*                  a quiet box can have its cover extended and a              *
*                  troublesome one replaced before the free call-outs         *
*                  stop. Read-only - nothing is changed.                      *
*                                                                             *
*   TABLES  USED : EQUIPMENT_DETAILS    (Input)                               *
*                  PROBLEM_DETAILS      (Input)                               *
*                  VENDOR_DETAILS       (Input)                               *
*                  SYSTEM_PARAMETER     (Input)                               *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : ET_OC/FC/CC_EQUIPMENT_WARRANTY_DUE is a new cursor       *
*                  family over EQUIPMENT_DETAILS that needs generating -    *
*                  two quadword bounds in, WHERE WARRANTY_EXPIRY_DATE       *
*                  BETWEEN :FROM AND :TO ORDER BY WARRANTY_EXPIRY_DATE,     *
*                  EQUIPMENT_ID, returning EQUIPMENT_ID, SITE_ID,           *
*                  EQUIPMENT_TYPE, EQUIPMENT_MODEL, WARRANTY_EXPIRY_DATE,   *
*                  MAINTAINER_CODE and AGREEMENT_REFERENCE (the warranty    *
*                  columns are described in EZITRAK0503's header).          *
*                  EZITRAK051's ET_OC/FC/CC_PROBLEM_EQUIPMENT and           *
*                  ET_SS_VENDOR_DETAILS (EZITRAK1073) are reused unchanged. *
*                  At most EXPIRY-MAX items are listed - any excess is      *
*                  reported on the page and left out.                       *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK109.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WARRANTY-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  WARRANTY-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  WARRANTY-REPORT-LINE                            PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.EQUIPMENT_DETAILS_REC"     from dictionary.
    copy "EZITRAK_CDD.VENDOR_DETAILS_REC"        from dictionary.
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
 01  WINDOW-SPAN-BIN                             PIC S9(11)V9(7) COMP.
 01  AHEAD-END-BIN                               PIC S9(11)V9(7) COMP.
 01  HISTORY-START-BIN                           PIC S9(11)V9(7) COMP.

 01  WS-WINDOW-DAYS-TEXT                         PIC X(4).
 01  WS-WINDOW-DAYS-NUM REDEFINES WS-WINDOW-DAYS-TEXT PIC 9(4).
 01  AHEAD-DAYS                                  PIC S9(9) COMP.
 01  DEFAULT-AHEAD-DAYS                          PIC S9(9) COMP VALUE 60.
 01  HISTORY-DAYS                                PIC S9(9) COMP VALUE 365.
 01  WS-PARAMETER-FOUND-FLAG                     PIC X.
 01  WS-PARAMETER-VALUE-TEXT                     PIC X(12).
 01  WS-PARAMETER-VALUE-NUM REDEFINES WS-PARAMETER-VALUE-TEXT
                                                 PIC 9(12).
 01  WS-PARAMETER-SHIFT-TEXT                     PIC X(12).

 01  SUB1                                        PIC S9(4) COMP.
 01  WS-FOUND-FLAG                               PIC X.
 01  WS-EQUIPMENT-ID                             PIC X(8).

 01  EXPIRY-COUNT                                PIC S9(4) COMP VALUE 0.
 01  EXPIRY-MAX                                  PIC S9(4) COMP VALUE 200.
 01  EXPIRY-TRUNC-FLAG                           PIC X VALUE "N".
 01  EXPIRY-TABLE.
     05  EXPIRY-ENTRY OCCURS 200 TIMES.
         10  EXP-EQUIPMENT-ID                    PIC X(8).
         10  EXP-SITE-ID                         PIC X(4).
         10  EXP-EQUIPMENT-TYPE                  PIC X(10).
         10  EXP-EQUIPMENT-MODEL                 PIC X(20).
         10  EXP-EXPIRY-DATE                     PIC S9(11)V9(7) COMP.
         10  EXP-MAINTAINER-CODE                 PIC X(8).
         10  EXP-AGREEMENT-REFERENCE             PIC X(20).
         10  EXP-PROBLEM-COUNT                   PIC S9(9) COMP.

 01  PROBLEM-ROW-COUNT                           PIC S9(9) COMP VALUE 0.

 01  WS-WINDOW-LINE.
     05  FILLER                                  PIC X(28) VALUE
                                   "WARRANTIES EXPIRING IN NEXT ".
     05  WW-AHEAD-DAYS                           PIC ZZZ9.
     05  FILLER                                  PIC X(31) VALUE
                                   " DAYS - PROBLEMS COUNTED OVER ".
     05  WW-HISTORY-DAYS                         PIC ZZZ9.
     05  FILLER                                  PIC X(5)  VALUE " DAYS".

 01  WS-HEADER-LINE.
     05  FILLER                                  PIC X(10) VALUE "EQUIPMENT ".
     05  FILLER                                  PIC X(6)  VALUE "SITE  ".
     05  FILLER                                  PIC X(12) VALUE
                                                    "TYPE        ".
     05  FILLER                                  PIC X(22) VALUE
                                                    "MODEL                 ".
     05  FILLER                                  PIC X(13) VALUE
                                                    "EXPIRES      ".
     05  FILLER                                  PIC X(32) VALUE
                                   "MAINTAINER                      ".
     05  FILLER                                  PIC X(22) VALUE
                                                    "AGREEMENT             ".
     05  FILLER                                  PIC X(8)  VALUE
                                                    "PROBLEMS".

 01  WS-DETAIL-LINE.
     05  WD-EQUIPMENT-ID                         PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-SITE-ID                              PIC X(4).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-EQUIPMENT-TYPE                       PIC X(10).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-EQUIPMENT-MODEL                      PIC X(20).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-EXPIRY-DATE                          PIC X(11).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-MAINTAINER-CODE                      PIC X(8).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-VENDOR-NAME                          PIC X(21).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WD-AGREEMENT-REFERENCE                  PIC X(20).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-PROBLEM-COUNT                        PIC ZZZZZZZZ9.

 01  WS-ASCTIM-TEXT                              PIC X(23).

 01  WS-TOTALS-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "EQUIPMENT LISTED = ".
     05  WT-EXPIRY-COUNT                         PIC ZZZZZZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK109".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 3000-SCAN-EXPIRING-WARRANTIES.

    PERFORM 3500-COUNT-EQUIPMENT-PROBLEMS
       THRU 3500-COUNT-EQUIPMENT-PROBLEMS-EXIT.

    PERFORM 5000-PRINT-EXPIRIES.

    PERFORM 6100-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO EXPIRY-COUNT.
    MOVE ZERO TO PROBLEM-ROW-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE "EZITRAK109_AHEAD_DAYS" TO PARAMETER_NAME
                                         OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO DEFAULT-AHEAD-DAYS
    END-IF.

    MOVE "EZITRAK109_HISTORY_DAYS" TO PARAMETER_NAME
                                           OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO HISTORY-DAYS
    END-IF.

    MOVE SPACES TO WS-WINDOW-DAYS-TEXT.
    ACCEPT WS-WINDOW-DAYS-TEXT FROM SYS$COMMAND.

    IF WS-WINDOW-DAYS-TEXT IS NUMERIC AND WS-WINDOW-DAYS-NUM > ZERO
        MOVE WS-WINDOW-DAYS-NUM TO AHEAD-DAYS
    ELSE
        MOVE DEFAULT-AHEAD-DAYS TO AHEAD-DAYS
    END-IF.

    MOVE ONE-DAY-BIN TO WINDOW-SPAN-BIN.
    MULTIPLY AHEAD-DAYS BY WINDOW-SPAN-BIN.
    ADD WINDOW-SPAN-BIN TO CURRENT_DATE_BIN GIVING AHEAD-END-BIN.

    MOVE ONE-DAY-BIN TO WINDOW-SPAN-BIN.
    MULTIPLY HISTORY-DAYS BY WINDOW-SPAN-BIN.
    SUBTRACT WINDOW-SPAN-BIN FROM CURRENT_DATE_BIN
        GIVING HISTORY-START-BIN.

    OPEN OUTPUT WARRANTY-REPORT-FILE.

    MOVE "EQUIPMENT WARRANTY EXPIRY - EXTEND THE COVER OR REPLACE"
      TO WARRANTY-REPORT-LINE.
    WRITE WARRANTY-REPORT-LINE.
    MOVE AHEAD-DAYS     TO WW-AHEAD-DAYS.
    MOVE HISTORY-DAYS   TO WW-HISTORY-DAYS.
    MOVE WS-WINDOW-LINE TO WARRANTY-REPORT-LINE.
    WRITE WARRANTY-REPORT-LINE.
    MOVE SPACES TO WARRANTY-REPORT-LINE.
    WRITE WARRANTY-REPORT-LINE.
    MOVE WS-HEADER-LINE TO WARRANTY-REPORT-LINE.
    WRITE WARRANTY-REPORT-LINE.
/
3000-SCAN-EXPIRING-WARRANTIES.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_EQUIPMENT_WARRANTY_DUE" USING SQLCA
                                 CURRENT_DATE_BIN
                                 AHEAD-END-BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON WARRANTY_DUE_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-EXPIRY UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_EQUIPMENT_WARRANTY_DUE" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON WARRANTY_DUE_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3100-FETCH-ONE-EXPIRY.
    CALL "ET_FC_EQUIPMENT_WARRANTY_DUE" USING SQLCA
                                 EQUIPMENT_ID         OF EQUIPMENT_DETAILS_REC
                                 SITE_ID              OF EQUIPMENT_DETAILS_REC
                                 EQUIPMENT_TYPE       OF EQUIPMENT_DETAILS_REC
                                 EQUIPMENT_MODEL      OF EQUIPMENT_DETAILS_REC
                                 WARRANTY_EXPIRY_DATE OF EQUIPMENT_DETAILS_REC
                                 MAINTAINER_CODE      OF EQUIPMENT_DETAILS_REC
                                 AGREEMENT_REFERENCE  OF EQUIPMENT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 3200-KEEP-ONE-EXPIRY
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON WARRANTY_DUE_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3200-KEEP-ONE-EXPIRY.
    IF EXPIRY-COUNT < EXPIRY-MAX
        ADD 1 TO EXPIRY-COUNT
        MOVE EQUIPMENT_ID         OF EQUIPMENT_DETAILS_REC
          TO EXP-EQUIPMENT-ID        (EXPIRY-COUNT)
        MOVE SITE_ID              OF EQUIPMENT_DETAILS_REC
          TO EXP-SITE-ID             (EXPIRY-COUNT)
        MOVE EQUIPMENT_TYPE       OF EQUIPMENT_DETAILS_REC
          TO EXP-EQUIPMENT-TYPE      (EXPIRY-COUNT)
        MOVE EQUIPMENT_MODEL      OF EQUIPMENT_DETAILS_REC
          TO EXP-EQUIPMENT-MODEL     (EXPIRY-COUNT)
        MOVE WARRANTY_EXPIRY_DATE OF EQUIPMENT_DETAILS_REC
          TO EXP-EXPIRY-DATE         (EXPIRY-COUNT)
        MOVE MAINTAINER_CODE      OF EQUIPMENT_DETAILS_REC
          TO EXP-MAINTAINER-CODE     (EXPIRY-COUNT)
        MOVE AGREEMENT_REFERENCE  OF EQUIPMENT_DETAILS_REC
          TO EXP-AGREEMENT-REFERENCE (EXPIRY-COUNT)
        MOVE ZERO TO EXP-PROBLEM-COUNT (EXPIRY-COUNT)
    ELSE
        MOVE "Y" TO EXPIRY-TRUNC-FLAG
    END-IF.
/
3500-COUNT-EQUIPMENT-PROBLEMS.
    IF EXPIRY-COUNT = ZERO
        GO TO 3500-COUNT-EQUIPMENT-PROBLEMS-EXIT
    END-IF.

    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_PROBLEM_EQUIPMENT" USING SQLCA
                                 HISTORY-START-BIN
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_EQUIP_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3600-FETCH-ONE-PROBLEM UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_EQUIPMENT" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_EQUIP_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3500-COUNT-EQUIPMENT-PROBLEMS-EXIT.
    EXIT.
*
3600-FETCH-ONE-PROBLEM.
    CALL "ET_FC_PROBLEM_EQUIPMENT" USING SQLCA
                                 WS-EQUIPMENT-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO PROBLEM-ROW-COUNT
        PERFORM 3700-TALLY-ONE-PROBLEM
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_EQUIP_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3700-TALLY-ONE-PROBLEM.
    MOVE "N" TO WS-FOUND-FLAG.
    PERFORM 3750-MATCH-EXPIRY VARYING SUB1 FROM 1 BY 1
                         UNTIL SUB1 > EXPIRY-COUNT
                            OR WS-FOUND-FLAG = "Y".

    IF WS-FOUND-FLAG = "Y"
        SUBTRACT 1 FROM SUB1
        ADD 1 TO EXP-PROBLEM-COUNT (SUB1)
    END-IF.
*
3750-MATCH-EXPIRY.
    IF EXP-EQUIPMENT-ID (SUB1) = WS-EQUIPMENT-ID
        MOVE "Y" TO WS-FOUND-FLAG.
/
5000-PRINT-EXPIRIES.
    PERFORM 7000-START_TRAN_RO.

    PERFORM 5100-PRINT-ONE-EXPIRY VARYING SUB1 FROM 1 BY 1
                             UNTIL SUB1 > EXPIRY-COUNT.

    PERFORM 7800-CMT_TRAN.
*
5100-PRINT-ONE-EXPIRY.
    MOVE EXP-EQUIPMENT-ID        (SUB1) TO WD-EQUIPMENT-ID.
    MOVE EXP-SITE-ID             (SUB1) TO WD-SITE-ID.
    MOVE EXP-EQUIPMENT-TYPE      (SUB1) TO WD-EQUIPMENT-TYPE.
    MOVE EXP-EQUIPMENT-MODEL     (SUB1) TO WD-EQUIPMENT-MODEL.
    MOVE EXP-MAINTAINER-CODE     (SUB1) TO WD-MAINTAINER-CODE.
    MOVE EXP-AGREEMENT-REFERENCE (SUB1) TO WD-AGREEMENT-REFERENCE.
    MOVE EXP-PROBLEM-COUNT       (SUB1) TO WD-PROBLEM-COUNT.

    MOVE SPACES TO WS-ASCTIM-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-ASCTIM-TEXT
                            BY REFERENCE  EXP-EXPIRY-DATE (SUB1)
                            OMITTED
                      GIVING ERR_RET.
    MOVE WS-ASCTIM-TEXT (1:11) TO WD-EXPIRY-DATE.

    MOVE SPACES TO WD-VENDOR-NAME.
    IF EXP-MAINTAINER-CODE (SUB1) NOT = SPACES
        MOVE EXP-MAINTAINER-CODE (SUB1) TO VENDOR_CODE OF VENDOR_DETAILS_REC

        CALL "ET_SS_VENDOR_DETAILS" USING SQLCA
                                 VENDOR_CODE      OF VENDOR_DETAILS_REC
                                 VENDOR_NAME      OF VENDOR_DETAILS_REC
                                 ESCALATION_PHONE OF VENDOR_DETAILS_REC
                                 ESCALATION_EMAIL OF VENDOR_DETAILS_REC
                                 TURNAROUND_DAYS  OF VENDOR_DETAILS_REC
                                 REC_USER         OF VENDOR_DETAILS_REC
                                 REC_TMSTAMP      OF VENDOR_DETAILS_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            MOVE VENDOR_NAME OF VENDOR_DETAILS_REC TO WD-VENDOR-NAME
        WHEN SQL_NOT_FOUND
            MOVE "NOT ON VENDOR FILE" TO WD-VENDOR-NAME
            MOVE ZERO TO SQLCODE
        WHEN OTHER
            DISPLAY "ERROR ON VENDOR_SS CODE=" SQLCODE WITH CONVERSION
            GO TO 9900-EXIT
        END-EVALUATE
    END-IF.

    MOVE WS-DETAIL-LINE TO WARRANTY-REPORT-LINE.
    WRITE WARRANTY-REPORT-LINE.
/
6100-PRINT-TOTALS.
    MOVE SPACES TO WARRANTY-REPORT-LINE.
    WRITE WARRANTY-REPORT-LINE.

    IF EXPIRY-COUNT = ZERO
        MOVE "NO WARRANTIES EXPIRE IN THE LOOK-AHEAD WINDOW"
          TO WARRANTY-REPORT-LINE
        WRITE WARRANTY-REPORT-LINE
        MOVE SPACES TO WARRANTY-REPORT-LINE
        WRITE WARRANTY-REPORT-LINE
    END-IF.

    IF EXPIRY-TRUNC-FLAG = "Y"
        MOVE "EXPIRY TABLE FULL - LATER EXPIRIES NOT REPORTED"
          TO WARRANTY-REPORT-LINE
        WRITE WARRANTY-REPORT-LINE
        MOVE SPACES TO WARRANTY-REPORT-LINE
        WRITE WARRANTY-REPORT-LINE
    END-IF.

    MOVE EXPIRY-COUNT   TO WT-EXPIRY-COUNT.
    MOVE WS-TOTALS-LINE TO WARRANTY-REPORT-LINE.
    WRITE WARRANTY-REPORT-LINE.
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
    CLOSE WARRANTY-REPORT-FILE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
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
    MOVE PROBLEM-ROW-COUNT TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE ZERO              TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE ZERO              TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK109 ****************
