IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK113                                                 *
*   Program Name : Asset Register Reconciliation                              *
*   Summary      : Batch report - reads purchasing's full asset register      *
*                  extract and reconciles it with EQUIPMENT_DETAILS in        *
*                  three parts: items in EQUIPMENT_DETAILS the register       *
*                  does not have, items in the register that have never       *
*                  reached EQUIPMENT_DETAILS, and problems logged against     *
*                  an EQUIPMENT_ID that is no longer on file (whatever        *
*                  the problem's status). The first two are what              *
*                  EZITRAK112's transfer file missed or was never sent;       *
*                  the third are tickets whose equipment was disposed of      *
*                  or mistyped. Read-only - nothing is changed.               *
*                                                                             *
*   TABLES  USED : EQUIPMENT_DETAILS    (Input)                               *
*                  PROBLEM_DETAILS      (Input)                               *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : the extract (ASSET_REGISTER_EXTRACT) is one record per   *
*                  item in the register, the same flat layout as            *
*                  EZITRAK112's transfer file with the action code ignored. *
*                  It is held in ASSET-TABLE while EQUIPMENT_DETAILS is     *
*                  swept through ET_OC/FC/CC_EQUIPMENT_DETAILS (see         *
*                  EZITRAK0503.COB); an item appearing twice in the extract *
*                  is counted once and reported as a duplicate. More than   *
*                  ASSET-MAX items would make the first part of the report  *
*                  wrong, so the run is abandoned and the table needs       *
*                  enlarging.                                               *
*                                                                             *
*   NOTE         : ET_OC/FC/CC_EQUIPMENT_PROBLEM is a new cursor family     *
*                  that needs generating - every PROBLEM_DETAILS row WHERE  *
*                  EQUIPMENT_ID <> ' ', ORDER BY EQUIPMENT_ID,              *
*                  PROBLEM_NUMBER, returning EQUIPMENT_ID, PROBLEM_NUMBER   *
*                  and PROBLEM_STATUS. Each EQUIPMENT_ID is looked up once  *
*                  through ET_SS_EQUIPMENT_DETAILS when it changes. No      *
*                  other new SQL modules.                                   *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK113.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ASSET-EXTRACT-FILE ASSIGN TO "ASSET_REGISTER_EXTRACT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RECON-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  ASSET-EXTRACT-FILE
    LABEL RECORDS ARE STANDARD.
01  ASSET-EXTRACT-RECORD.
    05  ASSET-ACTION-CODE                       PIC X(1).
    05  ASSET-EQUIPMENT-ID                      PIC X(8).
    05  ASSET-SITE-ID                           PIC X(4).
    05  ASSET-EQUIPMENT-TYPE                    PIC X(10).
    05  ASSET-EQUIPMENT-MODEL                   PIC X(20).
    05  ASSET-EFFECTIVE-DATE-TEXT               PIC X(23).

FD  RECON-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  RECON-REPORT-LINE                           PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.EQUIPMENT_DETAILS_REC"    from dictionary.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"      from dictionary.
    copy "EZITRAK_CDD.JOB_RUN_LOG_REC"          from dictionary.
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
 01  END-OF-FILE-FLAG                            PIC X.
 01  WS-FOUND-FLAG                               PIC X.
 01  EQUIPMENT-FOUND-FLAG                        PIC X.
 01  WS-LAST-EQUIPMENT-ID                        PIC X(8).

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB2                                        PIC S9(4) COMP.

 01  EXTRACT-READ-COUNT                          PIC S9(9) COMP VALUE 0.
 01  DUPLICATE-COUNT                             PIC S9(9) COMP VALUE 0.
 01  EQUIPMENT-READ-COUNT                        PIC S9(9) COMP VALUE 0.
 01  NOT-IN-REGISTER-COUNT                       PIC S9(9) COMP VALUE 0.
 01  NEVER-SEEN-COUNT                            PIC S9(9) COMP VALUE 0.
 01  PROBLEM-READ-COUNT                          PIC S9(9) COMP VALUE 0.
 01  ORPHAN-PROBLEM-COUNT                        PIC S9(9) COMP VALUE 0.

*   THE WHOLE REGISTER IS HELD HERE - AN ITEM IS MARKED SEEN WHEN THE
*   EQUIPMENT_DETAILS SWEEP FINDS IT, AND WHAT IS LEFT UNMARKED HAS
*   NEVER REACHED US
 01  ASSET-COUNT                                 PIC S9(4) COMP VALUE 0.
 01  ASSET-MAX                                   PIC S9(4) COMP VALUE 5000.
 01  ASSET-TABLE.
     05  ASSET-ENTRY OCCURS 5000 TIMES.
         10  AST-EQUIPMENT-ID                    PIC X(8).
         10  AST-SITE-ID                         PIC X(4).
         10  AST-EQUIPMENT-TYPE                  PIC X(10).
         10  AST-EQUIPMENT-MODEL                 PIC X(20).
         10  AST-SEEN-FLAG                       PIC X(1).

 01  WS-EQUIPMENT-HEADING.
     05  FILLER                                  PIC X(9)  VALUE
                                                    "EQUIP ID".
     05  FILLER                                  PIC X(5)  VALUE "SITE".
     05  FILLER                                  PIC X(11) VALUE "TYPE".
     05  FILLER                                  PIC X(20) VALUE "MODEL".

 01  WS-EQUIPMENT-LINE.
     05  WE-EQUIPMENT-ID                         PIC X(8).
     05  FILLER                                  PIC X(1)  VALUE SPACE.
     05  WE-SITE-ID                              PIC X(4).
     05  FILLER                                  PIC X(1)  VALUE SPACE.
     05  WE-EQUIPMENT-TYPE                       PIC X(10).
     05  FILLER                                  PIC X(1)  VALUE SPACE.
     05  WE-EQUIPMENT-MODEL                      PIC X(20).

 01  WS-PROBLEM-HEADING.
     05  FILLER                                  PIC X(9)  VALUE
                                                    "EQUIP ID".
     05  FILLER                                  PIC X(10) VALUE
                                                    "  PROBLEM".
     05  FILLER                                  PIC X(7)  VALUE
                                                    " STATUS".

 01  WS-PROBLEM-LINE.
     05  WP-EQUIPMENT-ID                         PIC X(8).
     05  FILLER                                  PIC X(1)  VALUE SPACE.
     05  WP-PROBLEM-NUMBER                       PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(6)  VALUE SPACES.
     05  WP-PROBLEM-STATUS                       PIC X(1).

 01  WS-EXTRACT-TOTAL-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "REGISTER ITEMS   = ".
     05  WT-EXTRACT-COUNT                        PIC ZZZZZZZZ9.
 01  WS-DUPLICATE-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "DUPLICATES       = ".
     05  WT-DUPLICATE-COUNT                      PIC ZZZZZZZZ9.
 01  WS-EQUIPMENT-TOTAL-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "ITEMS ON FILE    = ".
     05  WT-EQUIPMENT-COUNT                      PIC ZZZZZZZZ9.
 01  WS-NOT-IN-REGISTER-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "NOT IN REGISTER  = ".
     05  WT-NOT-IN-REGISTER-COUNT                PIC ZZZZZZZZ9.
 01  WS-NEVER-SEEN-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "NEVER ON FILE    = ".
     05  WT-NEVER-SEEN-COUNT                     PIC ZZZZZZZZ9.
 01  WS-ORPHAN-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "PROBLEMS ORPHANED= ".
     05  WT-ORPHAN-COUNT                         PIC ZZZZZZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK113".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 2000-LOAD-ASSET-EXTRACT.

    PERFORM 3000-CHECK-EQUIPMENT-DETAILS.

    PERFORM 4000-LIST-NEVER-SEEN.

    PERFORM 5000-CHECK-PROBLEM-EQUIPMENT.

    PERFORM 6100-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE "N"  TO END-OF-FILE-FLAG.
    MOVE ZERO TO ASSET-COUNT.

    OPEN INPUT  ASSET-EXTRACT-FILE.
    OPEN OUTPUT RECON-REPORT-FILE.
/
2000-LOAD-ASSET-EXTRACT.
    PERFORM 2100-READ-ONE-EXTRACT-RECORD.

    PERFORM 2200-STORE-ONE-ASSET UNTIL END-OF-FILE-FLAG = "Y".
*
2100-READ-ONE-EXTRACT-RECORD.
    READ ASSET-EXTRACT-FILE
        AT END
            MOVE "Y" TO END-OF-FILE-FLAG
    END-READ.
*
2200-STORE-ONE-ASSET.
    ADD 1 TO EXTRACT-READ-COUNT.

    MOVE "N" TO WS-FOUND-FLAG.
    MOVE ASSET-EQUIPMENT-ID TO EQUIPMENT_ID OF EQUIPMENT_DETAILS_REC.
    PERFORM 3110-MATCH-ASSET VARYING SUB1 FROM 1 BY 1
                             UNTIL SUB1 > ASSET-COUNT
                                OR WS-FOUND-FLAG = "Y".

    EVALUATE TRUE
    WHEN ASSET-EQUIPMENT-ID = SPACES
        CONTINUE
    WHEN WS-FOUND-FLAG = "Y"
        ADD 1 TO DUPLICATE-COUNT
    WHEN ASSET-COUNT NOT < ASSET-MAX
        DISPLAY "ASSET REGISTER EXTRACT TOO BIG FOR ASSET-TABLE"
                " - RUN ABANDONED"
        GO TO 9900-EXIT
    WHEN OTHER
        ADD 1 TO ASSET-COUNT
        MOVE ASSET-EQUIPMENT-ID    TO AST-EQUIPMENT-ID    (ASSET-COUNT)
        MOVE ASSET-SITE-ID         TO AST-SITE-ID         (ASSET-COUNT)
        MOVE ASSET-EQUIPMENT-TYPE  TO AST-EQUIPMENT-TYPE  (ASSET-COUNT)
        MOVE ASSET-EQUIPMENT-MODEL TO AST-EQUIPMENT-MODEL (ASSET-COUNT)
        MOVE "N"                   TO AST-SEEN-FLAG       (ASSET-COUNT)
    END-EVALUATE.

    PERFORM 2100-READ-ONE-EXTRACT-RECORD.
/
3000-CHECK-EQUIPMENT-DETAILS.
    MOVE "ITEMS IN EQUIPMENT_DETAILS MISSING FROM THE ASSET REGISTER"
      TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.

    MOVE SPACES TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.

    MOVE WS-EQUIPMENT-HEADING TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.

    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_EQUIPMENT_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON EQUIPMENT_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-EQUIPMENT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_EQUIPMENT_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON EQUIPMENT_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.

    IF NOT-IN-REGISTER-COUNT = ZERO
        MOVE "NONE" TO RECON-REPORT-LINE
        WRITE RECON-REPORT-LINE
    END-IF.
*
3100-FETCH-ONE-EQUIPMENT.
    CALL "ET_FC_EQUIPMENT_DETAILS" USING SQLCA
                                 EQUIPMENT_ID     OF EQUIPMENT_DETAILS_REC
                                 SITE_ID          OF EQUIPMENT_DETAILS_REC
                                 EQUIPMENT_TYPE   OF EQUIPMENT_DETAILS_REC
                                 INSTALL_DATE     OF EQUIPMENT_DETAILS_REC
                                 EQUIPMENT_MODEL  OF EQUIPMENT_DETAILS_REC
                                 REC_USER         OF EQUIPMENT_DETAILS_REC
                                 REC_TMSTAMP      OF EQUIPMENT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO EQUIPMENT-READ-COUNT
        PERFORM 3200-CHECK-ONE-EQUIPMENT
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON EQUIPMENT_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3110-MATCH-ASSET.
    IF AST-EQUIPMENT-ID (SUB1) = EQUIPMENT_ID OF EQUIPMENT_DETAILS_REC
        MOVE "Y"  TO WS-FOUND-FLAG
        MOVE SUB1 TO SUB2
    END-IF.
*
3200-CHECK-ONE-EQUIPMENT.
    MOVE "N" TO WS-FOUND-FLAG.
    PERFORM 3110-MATCH-ASSET VARYING SUB1 FROM 1 BY 1
                             UNTIL SUB1 > ASSET-COUNT
                                OR WS-FOUND-FLAG = "Y".

    IF WS-FOUND-FLAG = "Y"
        MOVE "Y" TO AST-SEEN-FLAG (SUB2)
    ELSE
        ADD 1 TO NOT-IN-REGISTER-COUNT
        MOVE EQUIPMENT_ID    OF EQUIPMENT_DETAILS_REC TO WE-EQUIPMENT-ID
        MOVE SITE_ID         OF EQUIPMENT_DETAILS_REC TO WE-SITE-ID
        MOVE EQUIPMENT_TYPE  OF EQUIPMENT_DETAILS_REC TO WE-EQUIPMENT-TYPE
        MOVE EQUIPMENT_MODEL OF EQUIPMENT_DETAILS_REC TO WE-EQUIPMENT-MODEL
        MOVE WS-EQUIPMENT-LINE TO RECON-REPORT-LINE
        WRITE RECON-REPORT-LINE
    END-IF.
/
4000-LIST-NEVER-SEEN.
    MOVE SPACES TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.

    MOVE "ITEMS IN THE ASSET REGISTER NEVER SEEN IN EQUIPMENT_DETAILS"
      TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.

    MOVE SPACES TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.

    MOVE WS-EQUIPMENT-HEADING TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.

    PERFORM 4100-CHECK-ONE-ASSET VARYING SUB1 FROM 1 BY 1
                                 UNTIL SUB1 > ASSET-COUNT.

    IF NEVER-SEEN-COUNT = ZERO
        MOVE "NONE" TO RECON-REPORT-LINE
        WRITE RECON-REPORT-LINE
    END-IF.
*
4100-CHECK-ONE-ASSET.
    IF AST-SEEN-FLAG (SUB1) = "N"
        ADD 1 TO NEVER-SEEN-COUNT
        MOVE AST-EQUIPMENT-ID    (SUB1) TO WE-EQUIPMENT-ID
        MOVE AST-SITE-ID         (SUB1) TO WE-SITE-ID
        MOVE AST-EQUIPMENT-TYPE  (SUB1) TO WE-EQUIPMENT-TYPE
        MOVE AST-EQUIPMENT-MODEL (SUB1) TO WE-EQUIPMENT-MODEL
        MOVE WS-EQUIPMENT-LINE TO RECON-REPORT-LINE
        WRITE RECON-REPORT-LINE
    END-IF.
/
5000-CHECK-PROBLEM-EQUIPMENT.
    MOVE SPACES TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.

    MOVE "PROBLEMS LOGGED AGAINST EQUIPMENT NO LONGER ON FILE"
      TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.

    MOVE SPACES TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.

    MOVE WS-PROBLEM-HEADING TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.

    MOVE SPACES TO WS-LAST-EQUIPMENT-ID.

    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_EQUIPMENT_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON EQUIPMENT_PROBLEM_OC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 5100-FETCH-ONE-PROBLEM UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_EQUIPMENT_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON EQUIPMENT_PROBLEM_CC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.

    IF ORPHAN-PROBLEM-COUNT = ZERO
        MOVE "NONE" TO RECON-REPORT-LINE
        WRITE RECON-REPORT-LINE
    END-IF.
*
5100-FETCH-ONE-PROBLEM.
    CALL "ET_FC_EQUIPMENT_PROBLEM" USING SQLCA
                                 EQUIPMENT_ID   OF PROBLEM_DETAILS_REC
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 PROBLEM_STATUS OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO PROBLEM-READ-COUNT
        PERFORM 5200-CHECK-ONE-PROBLEM
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON EQUIPMENT_PROBLEM_FC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5200-CHECK-ONE-PROBLEM.
*   THE CURSOR IS IN EQUIPMENT_ID ORDER - EACH ID IS LOOKED UP ONCE
    IF EQUIPMENT_ID OF PROBLEM_DETAILS_REC NOT = WS-LAST-EQUIPMENT-ID
        MOVE EQUIPMENT_ID OF PROBLEM_DETAILS_REC TO WS-LAST-EQUIPMENT-ID
        PERFORM 5300-READ-EQUIPMENT
    END-IF.

    IF EQUIPMENT-FOUND-FLAG = "N"
        ADD 1 TO ORPHAN-PROBLEM-COUNT
        MOVE EQUIPMENT_ID   OF PROBLEM_DETAILS_REC TO WP-EQUIPMENT-ID
        MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC TO WP-PROBLEM-NUMBER
        MOVE PROBLEM_STATUS OF PROBLEM_DETAILS_REC TO WP-PROBLEM-STATUS
        MOVE WS-PROBLEM-LINE TO RECON-REPORT-LINE
        WRITE RECON-REPORT-LINE
    END-IF.
*
5300-READ-EQUIPMENT.
    MOVE WS-LAST-EQUIPMENT-ID TO EQUIPMENT_ID OF EQUIPMENT_DETAILS_REC.

    CALL "ET_SS_EQUIPMENT_DETAILS" USING SQLCA
                                EQUIPMENT_ID     OF EQUIPMENT_DETAILS_REC
                                SITE_ID          OF EQUIPMENT_DETAILS_REC
                                EQUIPMENT_TYPE   OF EQUIPMENT_DETAILS_REC
                                INSTALL_DATE     OF EQUIPMENT_DETAILS_REC
                                EQUIPMENT_MODEL  OF EQUIPMENT_DETAILS_REC
                                REC_USER         OF EQUIPMENT_DETAILS_REC
                                REC_TMSTAMP      OF EQUIPMENT_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO EQUIPMENT-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO EQUIPMENT-FOUND-FLAG
    WHEN OTHER
        DISPLAY "ERROR ON EQUIPMENT_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

*   PUT THE STATUS BACK SO A MISSING ITEM CANNOT END THE PROBLEM
*   FETCH LOOP
    MOVE ZERO TO SQLCODE.
/
6100-PRINT-TOTALS.
    MOVE SPACES TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.

    MOVE EXTRACT-READ-COUNT    TO WT-EXTRACT-COUNT.
    MOVE WS-EXTRACT-TOTAL-LINE TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.

    IF DUPLICATE-COUNT > ZERO
        MOVE DUPLICATE-COUNT   TO WT-DUPLICATE-COUNT
        MOVE WS-DUPLICATE-LINE TO RECON-REPORT-LINE
        WRITE RECON-REPORT-LINE
    END-IF.

    MOVE EQUIPMENT-READ-COUNT    TO WT-EQUIPMENT-COUNT.
    MOVE WS-EQUIPMENT-TOTAL-LINE TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.

    MOVE NOT-IN-REGISTER-COUNT   TO WT-NOT-IN-REGISTER-COUNT.
    MOVE WS-NOT-IN-REGISTER-LINE TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.

    MOVE NEVER-SEEN-COUNT        TO WT-NEVER-SEEN-COUNT.
    MOVE WS-NEVER-SEEN-LINE      TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.

    MOVE ORPHAN-PROBLEM-COUNT    TO WT-ORPHAN-COUNT.
    MOVE WS-ORPHAN-LINE          TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.
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
    CLOSE ASSET-EXTRACT-FILE.
    CLOSE RECON-REPORT-FILE.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
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
    MOVE EXTRACT-READ-COUNT TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE ZERO               TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK113 ****************
