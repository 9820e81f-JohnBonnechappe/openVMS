IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK112                                                 *
*   Program Name : Asset Register Feed Load                                   *
*   Summary      : Batch loader - reads purchasing's asset transfer file      *
*                  (one record per item, action code A, M or D) and keeps     *
*                  EQUIPMENT_DETAILS in step with the official asset          *
*                  register instead of waiting for someone to key it into     *
*                  EZITRAK050. An add inserts the EQUIPMENT_DETAILS row       *
*                  (or refreshes an item already typed in by hand); a         *
*                  move rewrites SITE_ID, and EQUIPMENT_TYPE and              *
*                  EQUIPMENT_MODEL from whichever of them the feed            *
*                  supplies; a disposal deletes the row. Every SITE_ID is     *
*                  checked against SITE_DETAILS and every row changed         *
*                  writes a LOOKUP_AUDIT_LOG before/after image exactly       *
*                  as the EZITRAK0503 screen does. A disposal for an item     *
*                  that still has problems open against it is held - not      *
*                  applied - and listed on the load report with those         *
*                  problem numbers, and copied to the reject file so          *
*                  purchasing resend it once the problems are closed.         *
*                  Records that fail validation are copied with the           *
*                  reason to the reject file (EZITRAK112_REJECTS). Every      *
*                  record read is listed on the SYS$PRINT load report         *
*                  with its outcome. EZITRAK113 reconciles the register       *
*                  against a full extract.                                    *
*                                                                             *
*   TABLES  USED : EQUIPMENT_DETAILS    (Update)                              *
*                  SITE_DETAILS         (Input)                               *
*                  LOOKUP_AUDIT_LOG     (Output)                              *
*                  PROBLEM_DETAILS      (Input)                               *
*                  LOAD_BATCH_CONTROL   (Update)                              *
*                  LOAD_BATCH_DETAILS   (Output)                              *
*                  JOB_RUN_LOG          (Update)                              *
*                                                                             *
*   NOTE         : ASSET-FEED-RECORD below is this program's own flat       *
*                  layout agreed with purchasing, not a CDD record - action *
*                  code X(1), EQUIPMENT_ID X(8), SITE_ID X(4),              *
*                  EQUIPMENT_TYPE X(10), EQUIPMENT_MODEL X(20) (the         *
*                  EQUIPMENT_DETAILS widths) and the effective date as a    *
*                  VMS absolute time string X(23), converted with           *
*                  SYS$BINTIM the EZITRAK011 way and kept as INSTALL_DATE   *
*                  on an add. A blank type or model on a move record means  *
*                  no change to that column. The warranty columns           *
*                  EZITRAK0503 maintains are not on the feed - an add sets  *
*                  them empty through ET_UR_EQUIPMENT_WARRANTY as the       *
*                  screen does, and a move leaves them alone.               *
*                                                                             *
*   NOTE         : restartable through LOAD_BATCH_CONTROL /                 *
*                  LOAD_BATCH_DETAILS exactly as EZITRAK095 is: the first   *
*                  SYS$COMMAND parameter is the BATCH_ID (the procedure     *
*                  passes AR plus the transfer file date), the second the   *
*                  mode - space for a new run, R to resume after the last   *
*                  checkpointed record. Back-out is refused - the before    *
*                  images in LOOKUP_AUDIT_LOG are the way back.             *
*                                                                             *
*   NOTE         : ET_OC/FC/CC_PROBLEM_BY_EQUIPMENT (EQUIPMENT_ID in) is a  *
*                  new cursor family that needs generating - every          *
*                  PROBLEM_DETAILS row WHERE EQUIPMENT_ID = :EQUIPMENT_ID,  *
*                  whatever its status, ORDER BY PROBLEM_NUMBER, returning  *
*                  PROBLEM_NUMBER and PROBLEM_STATUS. Any status other than *
*                  C holds a disposal (EZITRAK111's                         *
*                  OPEN_PROBLEM_BY_EQUIPMENT only sees status O). The       *
*                  equipment calls are EZITRAK0503's                        *
*                  ET_SS/IR/UR/DR_EQUIPMENT_DETAILS and                     *
*                  ET_SS/UR_EQUIPMENT_WARRANTY shapes and SITE_ID is read   *
*                  through ET_SS_SITE_DETAILS, all under the                *
*                  ET_ST_RO/RW_PROBLEM transactions EZITRAK095 uses, whose  *
*                  reserving lists need EQUIPMENT_DETAILS and SITE_DETAILS  *
*                  adding. EQUIPMENT_RELATION rows naming a disposed item   *
*                  are left for EZITRAK014's orphan check to report.        *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK112.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ASSET-FEED-FILE ASSIGN TO "ASSET_REGISTER_INPUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT LOAD-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ASSET-REJECT-FILE ASSIGN TO "EZITRAK112_REJECTS"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  ASSET-FEED-FILE
    LABEL RECORDS ARE STANDARD.
01  ASSET-FEED-RECORD.
    05  ASSET-ACTION-CODE                       PIC X(1).
        88  ASSET-ADD                           VALUE "A".
        88  ASSET-MOVE                          VALUE "M".
        88  ASSET-DISPOSAL                      VALUE "D".
    05  ASSET-EQUIPMENT-ID                      PIC X(8).
    05  ASSET-SITE-ID                           PIC X(4).
    05  ASSET-EQUIPMENT-TYPE                    PIC X(10).
    05  ASSET-EQUIPMENT-MODEL                   PIC X(20).
    05  ASSET-EFFECTIVE-DATE-TEXT               PIC X(23).

FD  LOAD-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  LOAD-REPORT-LINE                            PIC X(132).

FD  ASSET-REJECT-FILE
    LABEL RECORDS ARE STANDARD.
01  ASSET-REJECT-RECORD.
    05  ASR-FEED-IMAGE                          PIC X(66).
    05  FILLER                                  PIC X(1).
    05  ASR-REASON                              PIC X(60).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.EQUIPMENT_DETAILS_REC"    from dictionary.
    copy "EZITRAK_CDD.SITE_DETAILS_REC"         from dictionary.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"      from dictionary.
    copy "EZITRAK_CDD.LOOKUP_AUDIT_LOG_REC"     from dictionary.
    copy "EZITRAK_CDD.LOAD_BATCH_CONTROL_REC"   from dictionary.
    copy "EZITRAK_CDD.LOAD_BATCH_DETAILS_REC"   from dictionary.
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
 01  SS$_NORMAL                                  PIC S9(9) COMP
     VALUE IS EXTERNAL SS$_NORMAL.

 01  TRANSACTION_BEGUN_FLAG                      PIC X.
 01  END-OF-FILE-FLAG                            PIC X.
 01  VALID-RECORD-FLAG                           PIC X.
 01  EQUIPMENT-FOUND-FLAG                        PIC X.
 01  SITE-FOUND-FLAG                             PIC X.
 01  CHANGE-FOUND-FLAG                           PIC X.
 01  DISPOSAL-HELD-FLAG                          PIC X.

 01  LOCK-RETRY-COUNT                            PIC S9(4) COMP.
 01  LOCK-RETRY-MAX                              PIC S9(4) COMP VALUE 3.
 01  LOCK-RETRY-WAIT-SECS                        COMP-1     VALUE 1.0.

 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.

 01  WS-EFFECTIVE-DATE-BIN                       PIC S9(11)V9(7) COMP.
 01  WS-EFFECTIVE-BINTIM-STATUS                  PIC S9(9) COMP.
 01  WS-REJECT-REASON                            PIC X(60).
 01  WS-ACTION-TAKEN                             PIC X(1).
     88  ACTION-INSERT                           VALUE "I".
     88  ACTION-MODIFY                           VALUE "M".
     88  ACTION-DELETE                           VALUE "D".
     88  ACTION-NONE                             VALUE "N".

 01  LOAD-READ-COUNT                             PIC S9(9) COMP VALUE 0.
 01  LOAD-ACCEPT-COUNT                           PIC S9(9) COMP VALUE 0.
 01  LOAD-REJECT-COUNT                           PIC S9(9) COMP VALUE 0.
 01  LOAD-SKIPPED-COUNT                          PIC S9(9) COMP VALUE 0.
 01  LOAD-UNCHANGED-COUNT                        PIC S9(9) COMP VALUE 0.
 01  ADD-COUNT                                   PIC S9(9) COMP VALUE 0.
 01  MOVE-COUNT                                  PIC S9(9) COMP VALUE 0.
 01  DISPOSAL-COUNT                              PIC S9(9) COMP VALUE 0.
 01  HELD-COUNT                                  PIC S9(9) COMP VALUE 0.
 01  OPEN-PROBLEM-COUNT                          PIC S9(9) COMP VALUE 0.

*   THE OPEN PROBLEMS HOLDING A DISPOSAL ARE KEPT HERE SO THEY CAN BE
*   LISTED UNDER ITS LINE ON THE LOAD REPORT
 01  SUB1                                        PIC S9(4) COMP.
 01  HELD-PROBLEM-MAX                            PIC S9(4) COMP VALUE 20.
 01  HELD-PROBLEM-TABLE.
     05  HELD-PROBLEM-ENTRY OCCURS 20 TIMES.
         10  HLD-PROBLEM-NUMBER                  PIC 9(9).
         10  HLD-PROBLEM-STATUS                  PIC X(1).

 01  WS-BATCH-ID-PARAM                           PIC X(8).
 01  WS-LOAD-MODE-TEXT                           PIC X(1).
 01  CONTROL-FOUND-FLAG                          PIC X.
 01  RESUME-RECORD-NUMBER                        PIC S9(9) COMP VALUE 0.
 01  INPUT-RECORD-NUMBER                         PIC S9(9) COMP VALUE 0.

 01  AUDIT-EQUIPMENT-IMAGE                       PIC X(120).

 01  WS-DETAIL-LINE.
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-ACTION-CODE                          PIC X(1).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-EQUIPMENT-ID                         PIC X(8).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-SITE-ID                              PIC X(4).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-EQUIPMENT-TYPE                       PIC X(10).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-EQUIPMENT-MODEL                      PIC X(20).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-OUTCOME                              PIC X(10).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-REASON                               PIC X(60).

 01  WS-HELD-LINE.
     05  FILLER                                  PIC X(13) VALUE SPACES.
     05  FILLER                                  PIC X(13) VALUE
                                                    "OPEN PROBLEM ".
     05  WH-PROBLEM-NUMBER                       PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(9)  VALUE
                                                    " STATUS ".
     05  WH-PROBLEM-STATUS                       PIC X(1).

 01  WS-HELD-MORE-LINE.
     05  FILLER                                  PIC X(13) VALUE SPACES.
     05  FILLER                                  PIC X(4)  VALUE "AND ".
     05  WHM-MORE-COUNT                          PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(20) VALUE
                                                    " MORE OPEN PROBLEMS".

 01  WS-TOTALS-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "RECORDS READ     = ".
     05  WT-READ-COUNT                           PIC ZZZZZZZZ9.
 01  WS-ADD-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "ITEMS ADDED      = ".
     05  WT-ADD-COUNT                            PIC ZZZZZZZZ9.
 01  WS-MOVE-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "ITEMS MOVED      = ".
     05  WT-MOVE-COUNT                           PIC ZZZZZZZZ9.
 01  WS-DISPOSAL-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "ITEMS DISPOSED   = ".
     05  WT-DISPOSAL-COUNT                       PIC ZZZZZZZZ9.
 01  WS-HELD-TOTAL-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "DISPOSALS HELD   = ".
     05  WT-HELD-COUNT                           PIC ZZZZZZZZ9.
 01  WS-UNCHANGED-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "RECORDS UNCHANGED= ".
     05  WT-UNCHANGED-COUNT                      PIC ZZZZZZZZ9.
 01  WS-REJECT-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "RECORDS REJECTED = ".
     05  WT-REJECT-COUNT                         PIC ZZZZZZZZ9.
 01  WS-SKIPPED-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "RECORDS SKIPPED  = ".
     05  WT-SKIPPED-COUNT                        PIC ZZZZZZZZ9.
/
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK112".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 2000-PROCESS-FEED-FILE.

    PERFORM 2500-CLOSE-BATCH-CONTROL.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE "N"  TO END-OF-FILE-FLAG.
    MOVE ZERO TO LOAD-READ-COUNT.
    MOVE ZERO TO LOAD-ACCEPT-COUNT.
    MOVE ZERO TO LOAD-REJECT-COUNT.

    MOVE "EQUIPMENT_DETAILS" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE SPACES TO WS-BATCH-ID-PARAM.
    ACCEPT WS-BATCH-ID-PARAM FROM SYS$COMMAND.

    MOVE SPACES TO WS-LOAD-MODE-TEXT.
    ACCEPT WS-LOAD-MODE-TEXT FROM SYS$COMMAND.

    IF WS-BATCH-ID-PARAM = SPACES
        DISPLAY "A BATCH ID PARAMETER MUST BE SUPPLIED - RUN ABANDONED"
        GO TO 9900-EXIT
    END-IF.

    IF WS-LOAD-MODE-TEXT NOT = SPACES
    AND WS-LOAD-MODE-TEXT NOT = "R"
        DISPLAY "MODE " WS-LOAD-MODE-TEXT
                " NOT VALID - SPACE OR R ONLY - RUN ABANDONED"
        GO TO 9900-EXIT
    END-IF.

    PERFORM 1200-READ-BATCH-CONTROL.

    EVALUATE TRUE
    WHEN WS-LOAD-MODE-TEXT = "R"
        IF CONTROL-FOUND-FLAG = "N"
        OR RUN_STATUS OF LOAD_BATCH_CONTROL_REC NOT = "R"
            DISPLAY "BATCH " WS-BATCH-ID-PARAM
                    " HAS NO INTERRUPTED RUN TO RESTART - RUN ABANDONED"
            GO TO 9900-EXIT
        END-IF
        MOVE LAST_RECORD_NUMBER OF LOAD_BATCH_CONTROL_REC
          TO RESUME-RECORD-NUMBER
        MOVE READ_COUNT   OF LOAD_BATCH_CONTROL_REC TO LOAD-READ-COUNT
        MOVE ACCEPT_COUNT OF LOAD_BATCH_CONTROL_REC TO LOAD-ACCEPT-COUNT
        MOVE REJECT_COUNT OF LOAD_BATCH_CONTROL_REC TO LOAD-REJECT-COUNT
        DISPLAY "RESTART - RESUMING AFTER INPUT RECORD "
                RESUME-RECORD-NUMBER WITH CONVERSION
    WHEN OTHER
        IF CONTROL-FOUND-FLAG = "Y"
            IF RUN_STATUS OF LOAD_BATCH_CONTROL_REC = "R"
                DISPLAY "BATCH " WS-BATCH-ID-PARAM
                        " WAS INTERRUPTED - RERUN WITH RESTART MODE R"
            ELSE
                DISPLAY "BATCH " WS-BATCH-ID-PARAM
                        " HAS ALREADY BEEN LOADED - RUN ABANDONED"
            END-IF
            GO TO 9900-EXIT
        END-IF
        PERFORM 1300-CREATE-BATCH-CONTROL
    END-EVALUATE.

    OPEN INPUT  ASSET-FEED-FILE.
    OPEN OUTPUT LOAD-REPORT-FILE.

    IF WS-LOAD-MODE-TEXT = "R"
        OPEN EXTEND ASSET-REJECT-FILE
    ELSE
        OPEN OUTPUT ASSET-REJECT-FILE
    END-IF.
*
1200-READ-BATCH-CONTROL.
    PERFORM 7000-START_TRAN_RO.

    MOVE WS-BATCH-ID-PARAM TO BATCH_ID OF LOAD_BATCH_CONTROL_REC.

    CALL "ET_SS_LOAD_BATCH_CONTROL" USING SQLCA
                                 BATCH_ID            OF LOAD_BATCH_CONTROL_REC
                                 RUN_STATUS          OF LOAD_BATCH_CONTROL_REC
                                 LAST_RECORD_NUMBER  OF LOAD_BATCH_CONTROL_REC
                                 READ_COUNT          OF LOAD_BATCH_CONTROL_REC
                                 ACCEPT_COUNT        OF LOAD_BATCH_CONTROL_REC
                                 REJECT_COUNT        OF LOAD_BATCH_CONTROL_REC
                                 REC_USER            OF LOAD_BATCH_CONTROL_REC
                                 REC_TMSTAMP         OF LOAD_BATCH_CONTROL_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO CONTROL-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO CONTROL-FOUND-FLAG
    WHEN OTHER
        DISPLAY "ERROR ON BATCH_CONTROL_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800_CMT_TRAN.
*
1300-CREATE-BATCH-CONTROL.
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.

    MOVE WS-BATCH-ID-PARAM TO BATCH_ID           OF LOAD_BATCH_CONTROL_REC.
    MOVE "R"               TO RUN_STATUS         OF LOAD_BATCH_CONTROL_REC.
    MOVE ZERO              TO LAST_RECORD_NUMBER OF LOAD_BATCH_CONTROL_REC.
    MOVE ZERO              TO READ_COUNT         OF LOAD_BATCH_CONTROL_REC.
    MOVE ZERO              TO ACCEPT_COUNT       OF LOAD_BATCH_CONTROL_REC.
    MOVE ZERO              TO REJECT_COUNT       OF LOAD_BATCH_CONTROL_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF LOAD_BATCH_CONTROL_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF LOAD_BATCH_CONTROL_REC.

    CALL "ET_IR_LOAD_BATCH_CONTROL" USING SQLCA
                                 BATCH_ID            OF LOAD_BATCH_CONTROL_REC
                                 RUN_STATUS          OF LOAD_BATCH_CONTROL_REC
                                 LAST_RECORD_NUMBER  OF LOAD_BATCH_CONTROL_REC
                                 READ_COUNT          OF LOAD_BATCH_CONTROL_REC
                                 ACCEPT_COUNT        OF LOAD_BATCH_CONTROL_REC
                                 REJECT_COUNT        OF LOAD_BATCH_CONTROL_REC
                                 REC_USER            OF LOAD_BATCH_CONTROL_REC
                                 REC_TMSTAMP         OF LOAD_BATCH_CONTROL_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON BATCH_CONTROL_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800_CMT_TRAN.
/
2000-PROCESS-FEED-FILE.
    PERFORM 2100-READ-ONE-FEED-RECORD.

    PERFORM 2200-PROCESS-ONE-FEED-RECORD UNTIL END-OF-FILE-FLAG = "Y".

    PERFORM 6100-PRINT-TOTALS.
*
2100-READ-ONE-FEED-RECORD.
    READ ASSET-FEED-FILE
        AT END
            MOVE "Y" TO END-OF-FILE-FLAG
    END-READ.
*
2200-PROCESS-ONE-FEED-RECORD.
    ADD 1 TO INPUT-RECORD-NUMBER.

    IF INPUT-RECORD-NUMBER NOT > RESUME-RECORD-NUMBER
        ADD 1 TO LOAD-SKIPPED-COUNT
    ELSE
        PERFORM 2210-LOAD-ONE-RECORD
    END-IF.

    PERFORM 2100-READ-ONE-FEED-RECORD.
*
2210-LOAD-ONE-RECORD.
    ADD 1 TO LOAD-READ-COUNT.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE "Y"    TO VALID-RECORD-FLAG.
    MOVE "N"    TO DISPOSAL-HELD-FLAG.
    MOVE "N"    TO WS-ACTION-TAKEN.
    MOVE ZERO   TO OPEN-PROBLEM-COUNT.

    INITIALIZE EQUIPMENT_DETAILS_REC.

    PERFORM 3000-VALIDATE-FEED-RECORD.

    IF VALID-RECORD-FLAG = "Y"
        PERFORM 3200-DECIDE-EQUIPMENT-ACTION
    END-IF.

    IF VALID-RECORD-FLAG = "Y"
    AND NOT ACTION-NONE
        PERFORM 5000-APPLY-EQUIPMENT-CHANGE
    END-IF.

    EVALUATE TRUE
    WHEN DISPOSAL-HELD-FLAG = "Y"
        ADD 1 TO HELD-COUNT
        ADD 1 TO LOAD-REJECT-COUNT
        MOVE "HELD"      TO WD-OUTCOME
        PERFORM 6200-WRITE-REJECT-RECORD
        PERFORM 5850-CHECKPOINT-REJECT
    WHEN VALID-RECORD-FLAG NOT = "Y"
        ADD 1 TO LOAD-REJECT-COUNT
        MOVE "REJECTED"  TO WD-OUTCOME
        PERFORM 6200-WRITE-REJECT-RECORD
        PERFORM 5850-CHECKPOINT-REJECT
    WHEN ACTION-NONE
        ADD 1 TO LOAD-UNCHANGED-COUNT
        MOVE "NO CHANGE" TO WD-OUTCOME
        PERFORM 5850-CHECKPOINT-REJECT
    WHEN ASSET-ADD
        ADD 1 TO ADD-COUNT
        MOVE "ADDED"     TO WD-OUTCOME
    WHEN ASSET-MOVE
        ADD 1 TO MOVE-COUNT
        MOVE "MOVED"     TO WD-OUTCOME
    WHEN ASSET-DISPOSAL
        ADD 1 TO DISPOSAL-COUNT
        MOVE "DISPOSED"  TO WD-OUTCOME
    END-EVALUATE.

    PERFORM 6000-PRINT-DETAIL-LINE.

    IF DISPOSAL-HELD-FLAG = "Y"
        PERFORM 6050-PRINT-HELD-PROBLEMS
    END-IF.
*
2500-CLOSE-BATCH-CONTROL.
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.

    MOVE "C" TO RUN_STATUS OF LOAD_BATCH_CONTROL_REC.

    PERFORM 5800-UPDATE-BATCH-CONTROL.

    PERFORM 7800_CMT_TRAN.
/
3000-VALIDATE-FEED-RECORD.
    IF NOT ASSET-ADD
    AND NOT ASSET-MOVE
    AND NOT ASSET-DISPOSAL
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "ACTION CODE MUST BE A, M OR D" TO WS-REJECT-REASON
    END-IF.

    IF ASSET-EQUIPMENT-ID = SPACES
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "EQUIPMENT ID MISSING" TO WS-REJECT-REASON
    END-IF.

    IF ASSET-ADD
    AND ASSET-EQUIPMENT-TYPE = SPACES
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "ADD HAS NO EQUIPMENT TYPE" TO WS-REJECT-REASON
    END-IF.

    IF NOT ASSET-DISPOSAL
    AND ASSET-SITE-ID = SPACES
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "SITE ID MISSING" TO WS-REJECT-REASON
    END-IF.

    PERFORM 3100-CONVERT-EFFECTIVE-DATE.

    IF WS-EFFECTIVE-BINTIM-STATUS IS FAILURE
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "INVALID EFFECTIVE DATE FORMAT" TO WS-REJECT-REASON
    END-IF.

    IF VALID-RECORD-FLAG = "Y"
    AND NOT ASSET-DISPOSAL
        PERFORM 8550-READ-SITE-TABLE
        IF SITE-FOUND-FLAG = "N"
            MOVE "N" TO VALID-RECORD-FLAG
            MOVE "SITE NOT ON FILE" TO WS-REJECT-REASON
        END-IF
    END-IF.

    IF VALID-RECORD-FLAG = "Y"
        MOVE ASSET-EQUIPMENT-ID TO EQUIPMENT_ID OF EQUIPMENT_DETAILS_REC
        PERFORM 8500-READ-EQUIPMENT-TABLE
    END-IF.
*
3100-CONVERT-EFFECTIVE-DATE.
    MOVE SS$_NORMAL TO WS-EFFECTIVE-BINTIM-STATUS.

    IF ASSET-EFFECTIVE-DATE-TEXT = SPACES
        MOVE CURRENT_DATE_BIN TO WS-EFFECTIVE-DATE-BIN
    ELSE
        CALL "SYS$BINTIM" USING ASSET-EFFECTIVE-DATE-TEXT
                                 WS-EFFECTIVE-DATE-BIN
                           GIVING WS-EFFECTIVE-BINTIM-STATUS
    END-IF.
*
3200-DECIDE-EQUIPMENT-ACTION.
    IF EQUIPMENT-FOUND-FLAG = "Y"
        PERFORM 8955-BUILD-EQUIPMENT-IMAGE
        MOVE AUDIT-EQUIPMENT-IMAGE TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
    ELSE
        MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
    END-IF.

    EVALUATE TRUE
    WHEN ASSET-ADD
*       OUR COPY IS OFTEN TYPED IN BEFORE PURCHASING SEND THE ADD - THE
*       REGISTER'S VERSION OF THE ITEM WINS
        IF EQUIPMENT-FOUND-FLAG = "N"
            MOVE "I" TO WS-ACTION-TAKEN
            MOVE ASSET-SITE-ID   TO SITE_ID   OF EQUIPMENT_DETAILS_REC
            MOVE ASSET-EQUIPMENT-TYPE
              TO EQUIPMENT_TYPE  OF EQUIPMENT_DETAILS_REC
            MOVE ASSET-EQUIPMENT-MODEL
              TO EQUIPMENT_MODEL OF EQUIPMENT_DETAILS_REC
            MOVE WS-EFFECTIVE-DATE-BIN
              TO INSTALL_DATE    OF EQUIPMENT_DETAILS_REC
        ELSE
            PERFORM 3300-APPLY-CHANGED-FIELDS
            IF CHANGE-FOUND-FLAG = "Y"
                MOVE "M" TO WS-ACTION-TAKEN
                MOVE "ALREADY ON FILE - DETAILS TAKEN FROM THE REGISTER"
                  TO WS-REJECT-REASON
            ELSE
                MOVE "FEED MATCHES EQUIPMENT_DETAILS" TO WS-REJECT-REASON
            END-IF
        END-IF
    WHEN EQUIPMENT-FOUND-FLAG = "N"
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "EQUIPMENT NOT ON FILE" TO WS-REJECT-REASON
    WHEN ASSET-MOVE
        PERFORM 3300-APPLY-CHANGED-FIELDS
        IF CHANGE-FOUND-FLAG = "Y"
            MOVE "M" TO WS-ACTION-TAKEN
        ELSE
            MOVE "FEED MATCHES EQUIPMENT_DETAILS" TO WS-REJECT-REASON
        END-IF
    WHEN ASSET-DISPOSAL
        PERFORM 3400-CHECK-OPEN-PROBLEMS
        IF OPEN-PROBLEM-COUNT > ZERO
            MOVE "N" TO VALID-RECORD-FLAG
            MOVE "Y" TO DISPOSAL-HELD-FLAG
            MOVE "DISPOSAL HELD - PROBLEMS STILL OPEN AGAINST THE ITEM"
              TO WS-REJECT-REASON
        ELSE
            MOVE "D" TO WS-ACTION-TAKEN
        END-IF
    END-EVALUATE.
*
3300-APPLY-CHANGED-FIELDS.
    MOVE "N" TO CHANGE-FOUND-FLAG.

    IF ASSET-SITE-ID NOT = SPACES
    AND ASSET-SITE-ID NOT = SITE_ID OF EQUIPMENT_DETAILS_REC
        MOVE ASSET-SITE-ID TO SITE_ID OF EQUIPMENT_DETAILS_REC
        MOVE "Y" TO CHANGE-FOUND-FLAG
    END-IF.

    IF ASSET-EQUIPMENT-TYPE NOT = SPACES
    AND ASSET-EQUIPMENT-TYPE NOT = EQUIPMENT_TYPE OF EQUIPMENT_DETAILS_REC
        MOVE ASSET-EQUIPMENT-TYPE TO EQUIPMENT_TYPE OF EQUIPMENT_DETAILS_REC
        MOVE "Y" TO CHANGE-FOUND-FLAG
    END-IF.

    IF ASSET-EQUIPMENT-MODEL NOT = SPACES
    AND ASSET-EQUIPMENT-MODEL NOT = EQUIPMENT_MODEL OF EQUIPMENT_DETAILS_REC
        MOVE ASSET-EQUIPMENT-MODEL
          TO EQUIPMENT_MODEL OF EQUIPMENT_DETAILS_REC
        MOVE "Y" TO CHANGE-FOUND-FLAG
    END-IF.
*
3400-CHECK-OPEN-PROBLEMS.
*   ANY PROBLEM NOT YET CLOSED STILL NEEDS THE ITEM ON FILE - THE
*   DISPOSAL WAITS UNTIL PURCHASING RESEND IT
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_PROBLEM_BY_EQUIPMENT" USING SQLCA
                                 ASSET-EQUIPMENT-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_BY_EQUIP_OC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3410-FETCH-ONE-PROBLEM UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_BY_EQUIPMENT" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_BY_EQUIP_CC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800_CMT_TRAN.
*
3410-FETCH-ONE-PROBLEM.
    CALL "ET_FC_PROBLEM_BY_EQUIPMENT" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 PROBLEM_STATUS OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF PROBLEM_STATUS OF PROBLEM_DETAILS_REC NOT = "C"
            PERFORM 3420-STORE-OPEN-PROBLEM
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_BY_EQUIP_FC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3420-STORE-OPEN-PROBLEM.
    ADD 1 TO OPEN-PROBLEM-COUNT.

    IF OPEN-PROBLEM-COUNT NOT > HELD-PROBLEM-MAX
        MOVE OPEN-PROBLEM-COUNT TO SUB1
        MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
          TO HLD-PROBLEM-NUMBER (SUB1)
        MOVE PROBLEM_STATUS OF PROBLEM_DETAILS_REC
          TO HLD-PROBLEM-STATUS (SUB1)
    END-IF.
/
5000-APPLY-EQUIPMENT-CHANGE.
    PERFORM 7100-START_TRAN_RW.

    MOVE ASSET-EQUIPMENT-ID TO EQUIPMENT_ID OF EQUIPMENT_DETAILS_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF EQUIPMENT_DETAILS_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF EQUIPMENT_DETAILS_REC.

    EVALUATE TRUE
    WHEN ACTION-INSERT
        PERFORM 5100-INSERT-EQUIPMENT
    WHEN ACTION-MODIFY
        PERFORM 5200-UPDATE-EQUIPMENT
    WHEN ACTION-DELETE
        PERFORM 5300-DELETE-EQUIPMENT
    END-EVALUATE.

    IF VALID-RECORD-FLAG = "Y"
        MOVE EQUIPMENT_ID OF EQUIPMENT_DETAILS_REC
          TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC
        MOVE WS-ACTION-TAKEN TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        IF ACTION-DELETE
            MOVE SPACES TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        ELSE
            PERFORM 8955-BUILD-EQUIPMENT-IMAGE
            MOVE AUDIT-EQUIPMENT-IMAGE TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        END-IF
        PERFORM 8950-WRITE-LOOKUP-AUDIT
        ADD 1 TO LOAD-ACCEPT-COUNT
        PERFORM 5700-RECORD-BATCH-DETAIL
        MOVE "R" TO RUN_STATUS OF LOAD_BATCH_CONTROL_REC
        PERFORM 5800-UPDATE-BATCH-CONTROL
        PERFORM 7800_CMT_TRAN
    ELSE
        PERFORM 7900-RLB_TRAN
    END-IF.
*
5100-INSERT-EQUIPMENT.
    CALL "ET_IR_EQUIPMENT_DETAILS" USING SQLCA
                                EQUIPMENT_ID     OF EQUIPMENT_DETAILS_REC
                                SITE_ID          OF EQUIPMENT_DETAILS_REC
                                EQUIPMENT_TYPE   OF EQUIPMENT_DETAILS_REC
                                INSTALL_DATE     OF EQUIPMENT_DETAILS_REC
                                EQUIPMENT_MODEL  OF EQUIPMENT_DETAILS_REC
                                REC_USER         OF EQUIPMENT_DETAILS_REC
                                REC_TMSTAMP      OF EQUIPMENT_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 5150-SET-EQUIPMENT-WARRANTY
    WHEN SQL_DUPLICATE_IDX
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "EQUIPMENT INSERTED BY ANOTHER USER" TO WS-REJECT-REASON
    WHEN OTHER
        DISPLAY "ERROR OF EQUIPMENT_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5150-SET-EQUIPMENT-WARRANTY.
*   THE FEED CARRIES NO WARRANTY - THE COLUMNS ARE SET EMPTY THE WAY
*   EZITRAK0503 SETS THEM ON AN INSERT, READY FOR THE SCREEN TO FILL IN
    CALL "ET_UR_EQUIPMENT_WARRANTY" USING SQLCA
                                EQUIPMENT_ID         OF EQUIPMENT_DETAILS_REC
                                WARRANTY_EXPIRY_DATE OF EQUIPMENT_DETAILS_REC
                                MAINTAINER_CODE      OF EQUIPMENT_DETAILS_REC
                                AGREEMENT_REFERENCE  OF EQUIPMENT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF EQUIPMENT_WARRANTY_UR CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5200-UPDATE-EQUIPMENT.
    CALL "ET_UR_EQUIPMENT_DETAILS" USING SQLCA
                                EQUIPMENT_ID     OF EQUIPMENT_DETAILS_REC
                                SITE_ID          OF EQUIPMENT_DETAILS_REC
                                EQUIPMENT_TYPE   OF EQUIPMENT_DETAILS_REC
                                INSTALL_DATE     OF EQUIPMENT_DETAILS_REC
                                EQUIPMENT_MODEL  OF EQUIPMENT_DETAILS_REC
                                REC_USER         OF EQUIPMENT_DETAILS_REC
                                REC_TMSTAMP      OF EQUIPMENT_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "EQUIPMENT DELETED BY ANOTHER USER" TO WS-REJECT-REASON
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "EQUIPMENT RECORD LOCKED - RESEND" TO WS-REJECT-REASON
    WHEN OTHER
        DISPLAY "ERROR OF EQUIPMENT_UR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5300-DELETE-EQUIPMENT.
    CALL "ET_DR_EQUIPMENT_DETAILS" USING SQLCA
                                EQUIPMENT_ID     OF EQUIPMENT_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "EQUIPMENT DELETED BY ANOTHER USER" TO WS-REJECT-REASON
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "EQUIPMENT RECORD LOCKED - RESEND" TO WS-REJECT-REASON
    WHEN OTHER
        DISPLAY "ERROR OF EQUIPMENT_DR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5700-RECORD-BATCH-DETAIL.
    MOVE WS-BATCH-ID-PARAM  TO BATCH_ID       OF LOAD_BATCH_DETAILS_REC.
    MOVE INPUT-RECORD-NUMBER TO RECORD_NUMBER OF LOAD_BATCH_DETAILS_REC.
    MOVE ZERO               TO PROBLEM_NUMBER OF LOAD_BATCH_DETAILS_REC.

    CALL "ET_IR_LOAD_BATCH_DETAILS" USING SQLCA
                                 BATCH_ID       OF LOAD_BATCH_DETAILS_REC
                                 RECORD_NUMBER  OF LOAD_BATCH_DETAILS_REC
                                 PROBLEM_NUMBER OF LOAD_BATCH_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON BATCH_DETAILS_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5800-UPDATE-BATCH-CONTROL.
    MOVE WS-BATCH-ID-PARAM    TO BATCH_ID           OF LOAD_BATCH_CONTROL_REC.
    MOVE INPUT-RECORD-NUMBER  TO LAST_RECORD_NUMBER OF LOAD_BATCH_CONTROL_REC.
    MOVE LOAD-READ-COUNT      TO READ_COUNT         OF LOAD_BATCH_CONTROL_REC.
    MOVE LOAD-ACCEPT-COUNT    TO ACCEPT_COUNT       OF LOAD_BATCH_CONTROL_REC.
    MOVE LOAD-REJECT-COUNT    TO REJECT_COUNT       OF LOAD_BATCH_CONTROL_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF LOAD_BATCH_CONTROL_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF LOAD_BATCH_CONTROL_REC.

    CALL "ET_UR_LOAD_BATCH_CONTROL" USING SQLCA
                                 BATCH_ID            OF LOAD_BATCH_CONTROL_REC
                                 RUN_STATUS          OF LOAD_BATCH_CONTROL_REC
                                 LAST_RECORD_NUMBER  OF LOAD_BATCH_CONTROL_REC
                                 READ_COUNT          OF LOAD_BATCH_CONTROL_REC
                                 ACCEPT_COUNT        OF LOAD_BATCH_CONTROL_REC
                                 REJECT_COUNT        OF LOAD_BATCH_CONTROL_REC
                                 REC_USER            OF LOAD_BATCH_CONTROL_REC
                                 REC_TMSTAMP         OF LOAD_BATCH_CONTROL_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON BATCH_CONTROL_UR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5850-CHECKPOINT-REJECT.
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.

    MOVE "R" TO RUN_STATUS OF LOAD_BATCH_CONTROL_REC.

    PERFORM 5800-UPDATE-BATCH-CONTROL.

    PERFORM 7800_CMT_TRAN.
/
6000-PRINT-DETAIL-LINE.
    MOVE ASSET-ACTION-CODE     TO WD-ACTION-CODE.
    MOVE ASSET-EQUIPMENT-ID    TO WD-EQUIPMENT-ID.
    MOVE ASSET-SITE-ID         TO WD-SITE-ID.
    MOVE ASSET-EQUIPMENT-TYPE  TO WD-EQUIPMENT-TYPE.
    MOVE ASSET-EQUIPMENT-MODEL TO WD-EQUIPMENT-MODEL.
    MOVE WS-REJECT-REASON      TO WD-REASON.
    MOVE WS-DETAIL-LINE        TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.
*
6050-PRINT-HELD-PROBLEMS.
    PERFORM 6060-PRINT-ONE-HELD-PROBLEM VARYING SUB1 FROM 1 BY 1
                                 UNTIL SUB1 > OPEN-PROBLEM-COUNT
                                    OR SUB1 > HELD-PROBLEM-MAX.

    IF OPEN-PROBLEM-COUNT > HELD-PROBLEM-MAX
        SUBTRACT HELD-PROBLEM-MAX FROM OPEN-PROBLEM-COUNT
          GIVING WHM-MORE-COUNT
        MOVE WS-HELD-MORE-LINE TO LOAD-REPORT-LINE
        WRITE LOAD-REPORT-LINE
    END-IF.
*
6060-PRINT-ONE-HELD-PROBLEM.
    MOVE HLD-PROBLEM-NUMBER (SUB1) TO WH-PROBLEM-NUMBER.
    MOVE HLD-PROBLEM-STATUS (SUB1) TO WH-PROBLEM-STATUS.
    MOVE WS-HELD-LINE              TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.
*
6100-PRINT-TOTALS.
    MOVE SPACES TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.

    MOVE LOAD-READ-COUNT      TO WT-READ-COUNT.
    MOVE WS-TOTALS-LINE       TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.

    MOVE ADD-COUNT            TO WT-ADD-COUNT.
    MOVE WS-ADD-LINE          TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.

    MOVE MOVE-COUNT           TO WT-MOVE-COUNT.
    MOVE WS-MOVE-LINE         TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.

    MOVE DISPOSAL-COUNT       TO WT-DISPOSAL-COUNT.
    MOVE WS-DISPOSAL-LINE     TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.

    MOVE HELD-COUNT           TO WT-HELD-COUNT.
    MOVE WS-HELD-TOTAL-LINE   TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.

    MOVE LOAD-UNCHANGED-COUNT TO WT-UNCHANGED-COUNT.
    MOVE WS-UNCHANGED-LINE    TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.

    MOVE LOAD-REJECT-COUNT    TO WT-REJECT-COUNT.
    MOVE WS-REJECT-LINE       TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.

    IF LOAD-SKIPPED-COUNT > ZERO
        MOVE LOAD-SKIPPED-COUNT TO WT-SKIPPED-COUNT
        MOVE WS-SKIPPED-LINE    TO LOAD-REPORT-LINE
        WRITE LOAD-REPORT-LINE
    END-IF.
*
6200-WRITE-REJECT-RECORD.
    MOVE SPACES            TO ASSET-REJECT-RECORD.
    MOVE ASSET-FEED-RECORD TO ASR-FEED-IMAGE.
    MOVE WS-REJECT-REASON  TO ASR-REASON.
    WRITE ASSET-REJECT-RECORD.
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
*
7100-START_TRAN_RW.
    MOVE -1003 TO SQLCODE.

    PERFORM 7110-CALL-ST-RW-PROBLEM VARYING LOCK-RETRY-COUNT FROM 1 BY 1
                          UNTIL NOT SQL_LOCKED_RECORD
                             OR LOCK-RETRY-COUNT > LOCK-RETRY-MAX.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.
*
7110-CALL-ST-RW-PROBLEM.
    IF LOCK-RETRY-COUNT > 1
        CALL "LIB$WAIT" USING BY REFERENCE LOCK-RETRY-WAIT-SECS
    END-IF.

    CALL "ET_ST_RW_PROBLEM" USING SQLCA.
/
7800_CMT_TRAN.
    CALL "ET_CMT_TRN" USING SQLCA.

    MOVE "N" TO TRANSACTION_BEGUN_FLAG.
    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "CMT_TRN NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.
*
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
8500-READ-EQUIPMENT-TABLE.
    PERFORM 7000-START_TRAN_RO.

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
        PERFORM 8510-READ-EQUIPMENT-WARRANTY
    WHEN SQL_NOT_FOUND
        MOVE "N" TO EQUIPMENT-FOUND-FLAG
        INITIALIZE EQUIPMENT_DETAILS_REC
        MOVE ASSET-EQUIPMENT-ID TO EQUIPMENT_ID OF EQUIPMENT_DETAILS_REC
    WHEN OTHER
        DISPLAY "ERROR OF EQUIPMENT_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800_CMT_TRAN.
*
8510-READ-EQUIPMENT-WARRANTY.
*   ONLY WANTED FOR THE BEFORE IMAGE - A MOVE NEVER CHANGES THEM
    CALL "ET_SS_EQUIPMENT_WARRANTY" USING SQLCA
                                 EQUIPMENT_ID         OF EQUIPMENT_DETAILS_REC
                                 WARRANTY_EXPIRY_DATE OF EQUIPMENT_DETAILS_REC
                                 MAINTAINER_CODE      OF EQUIPMENT_DETAILS_REC
                                 AGREEMENT_REFERENCE  OF EQUIPMENT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO   TO WARRANTY_EXPIRY_DATE OF EQUIPMENT_DETAILS_REC
        MOVE SPACES TO MAINTAINER_CODE      OF EQUIPMENT_DETAILS_REC
        MOVE SPACES TO AGREEMENT_REFERENCE  OF EQUIPMENT_DETAILS_REC
        MOVE ZERO   TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF EQUIPMENT_WARRANTY_SS CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
8550-READ-SITE-TABLE.
    PERFORM 7000-START_TRAN_RO.

    MOVE ASSET-SITE-ID TO SITE_ID OF SITE_DETAILS_REC.

    CALL "ET_SS_SITE_DETAILS" USING SQLCA
                                  SITE_ID   OF SITE_DETAILS_REC
                                  SITE_DESC OF SITE_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO SITE-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO SITE-FOUND-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF SITE_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800_CMT_TRAN.
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
8955-BUILD-EQUIPMENT-IMAGE.
*   SAME IMAGE EZITRAK0503 WRITES, SO THE EZITRAK046 AUDIT REPORT SHOWS FEED
*   CHANGES AND SCREEN CHANGES ALIKE
    MOVE SPACES TO AUDIT-EQUIPMENT-IMAGE.
    STRING SITE_ID         OF EQUIPMENT_DETAILS_REC DELIMITED BY SIZE
           " "                                      DELIMITED BY SIZE
           EQUIPMENT_TYPE  OF EQUIPMENT_DETAILS_REC DELIMITED BY SIZE
           " "                                      DELIMITED BY SIZE
           EQUIPMENT_MODEL OF EQUIPMENT_DETAILS_REC DELIMITED BY SIZE
           " "                                      DELIMITED BY SIZE
           MAINTAINER_CODE OF EQUIPMENT_DETAILS_REC DELIMITED BY SIZE
           " "                                      DELIMITED BY SIZE
           AGREEMENT_REFERENCE OF EQUIPMENT_DETAILS_REC
                                                    DELIMITED BY SIZE
      INTO AUDIT-EQUIPMENT-IMAGE.
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
        GO TO 9900-EXIT
    END-EVALUATE.
/
8000-FINALISATION.
    CLOSE ASSET-FEED-FILE.
    CLOSE LOAD-REPORT-FILE.
    CLOSE ASSET-REJECT-FILE.
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
    MOVE LOAD-READ-COUNT   TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE LOAD-ACCEPT-COUNT TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE LOAD-REJECT-COUNT TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK112 ****************
