IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK095                                                 *
*   Program Name : Nightly HR Staff Feed Load                                 *
*   Summary      : Nightly batch loader - reads the personnel department's  *
*                  starter/leaver/change transfer file (one record per      *
*                  person, action code S, L or C) and keeps PERSON_DETAILS  *
*                  current without anyone keying it into EZITRAK005. A      *
*                  starter inserts a new PERSON_DETAILS row (or reinstates  *
*                  a returning leaver); a change rewrites PERSON_DESC,      *
*                  PERSON_PHONE and PERSON_EMAIL from whichever of them the *
*                  feed supplies; a leaver is soft-deleted. Every row       *
*                  changed writes a LOOKUP_AUDIT_LOG before/after image     *
*                  exactly as the EZITRAK0053 screen does. A leaver who     *
*                  still has open problems assigned or redirected to them   *
*                  is listed on a worklist (EZITRAK095_WORKLIST) ready for  *
*                  an EZITRAK043 mass reassignment. Records that fail       *
*                  validation, or that name a person the feed expects to    *
*                  find and does not, are copied with the reason to a       *
*                  reject file (EZITRAK095_REJECTS) for personnel to        *
*                  correct and resend. Every record read is listed on the   *
*                  SYS$PRINT load report with its outcome.                  *
*                                                                             *
*   TABLES  USED : PERSON_DETAILS       (Update)                             *
*                  LOOKUP_AUDIT_LOG     (Output)                             *
*                  PROBLEM_DETAILS      (Input)                              *
*                  LOAD_BATCH_CONTROL   (Update)                             *
*                  LOAD_BATCH_DETAILS   (Output)                             *
*                  JOB_RUN_LOG          (Update)                             *
*                                                                             *
*   NOTE         : a leaver is never deleted - EZITRAK0053's                *
*                  6553_CHECK_PERSON_REFERENCED refuses to delete anyone a  *
*                  problem still points at, and a leaver almost always is.  *
*                  Instead the leaver is soft-deleted the way the leave     *
*                  dates already mark someone unavailable: AWAY_FROM_DATE   *
*                  is set to the leaving date (the feed's effective date,   *
*                  or today if none) and BACK_ON_DATE is cleared, an        *
*                  open-ended absence, so EZITRAK001/004/008/019's          *
*                  8520-CHECK-ASSIGNEE-AWAY warning fires on any attempt to *
*                  hand them work and their problem history stays intact. A *
*                  starter record for a person in that state is a re-hire   *
*                  and clears both dates again.                             *
*                                                                             *
*   NOTE         : HR-FEED-RECORD below is this program's own flat layout   *
*                  agreed with personnel, not a CDD record - action code    *
*                  X(1), PERSON_ID X(8), PERSON_DESC X(30), PERSON_PHONE    *
*                  X(12), PERSON_EMAIL X(40) (the PERSON_DETAILS widths)    *
*                  and the effective date as a VMS absolute time string     *
*                  X(23), converted with SYS$BINTIM the EZITRAK011 way. A   *
*                  blank description, phone or email on a change record     *
*                  means no change to that column.                          *
*                                                                             *
*   NOTE         : restartable through the LOAD_BATCH_CONTROL /             *
*                  LOAD_BATCH_DETAILS tables EZITRAK011 introduced (see its *
*                  header): the first SYS$COMMAND parameter is the BATCH_ID *
*                  (the nightly procedure passes HR plus the feed date),    *
*                  the second the mode - space for a new run, R to resume   *
*                  after the last checkpointed record. The control row is   *
*                  rewritten inside each applied record's own transaction,  *
*                  and LOAD_BATCH_DETAILS records each applied              *
*                  RECORD_NUMBER with a zero PROBLEM_NUMBER. Back-out mode  *
*                  B is refused - the before images in LOOKUP_AUDIT_LOG are *
*                  the way back. No new SQL modules - the person calls are  *
*                  EZITRAK0053's ET_SS/IR/UR_PERSON_DETAILS shapes and the  *
*                  open-work scan reuses EZITRAK043's OC6 and OC17 cursors. *
*                                                                             *
*   NOTE         : HR-FEED-RECORD now carries the person's department as a  *
*                  DEPARTMENT_DETAILS code, HR-DEPARTMENT-ID X(6), appended *
*                  after the effective date so existing positions are       *
*                  unchanged. A code that is not on DEPARTMENT_DETAILS      *
*                  rejects the record ("DEPARTMENT CODE NOT ON FILE"); a    *
*                  blank one means no change. The person's current code is  *
*                  read through ET_SS_PERSON_DEPARTMENT and a new one       *
*                  written through ET_UR_PERSON_DEPARTMENT inside the       *
*                  record's own transaction (see ET0052.COB's header); a    *
*                  change record differing only in department counts as a   *
*                  change. Leaver records ignore the field.                 *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK095.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HR-FEED-FILE ASSIGN TO "HR_STAFF_FEED_INPUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT LOAD-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HR-REJECT-FILE ASSIGN TO "EZITRAK095_REJECTS"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HR-WORKLIST-FILE ASSIGN TO "EZITRAK095_WORKLIST"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  HR-FEED-FILE
    LABEL RECORDS ARE STANDARD.
01  HR-FEED-RECORD.
    05  HR-ACTION-CODE                          PIC X(1).
        88  HR-STARTER                          VALUE "S".
        88  HR-LEAVER                           VALUE "L".
        88  HR-CHANGE                           VALUE "C".
    05  HR-PERSON-ID                            PIC X(8).
    05  HR-PERSON-DESC                          PIC X(30).
    05  HR-PERSON-PHONE                         PIC X(12).
    05  HR-PERSON-EMAIL                         PIC X(40).
    05  HR-EFFECTIVE-DATE-TEXT                  PIC X(23).
    05  HR-DEPARTMENT-ID                        PIC X(6).

FD  LOAD-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  LOAD-REPORT-LINE                            PIC X(132).

FD  HR-REJECT-FILE
    LABEL RECORDS ARE STANDARD.
01  HR-REJECT-RECORD.
    05  HRR-FEED-IMAGE                          PIC X(120).
    05  FILLER                                  PIC X(1).
    05  HRR-REASON                              PIC X(60).

FD  HR-WORKLIST-FILE
    LABEL RECORDS ARE STANDARD.
01  HR-WORKLIST-LINE                            PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"       from dictionary.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"      from dictionary.
    copy "EZITRAK_CDD.LOOKUP_AUDIT_LOG_REC"     from dictionary.
    copy "EZITRAK_CDD.LOAD_BATCH_CONTROL_REC"   from dictionary.
    copy "EZITRAK_CDD.LOAD_BATCH_DETAILS_REC"   from dictionary.
    copy "EZITRAK_CDD.JOB_RUN_LOG_REC"          from dictionary.
    copy "EZITRAK_CDD.DEPARTMENT_DETAILS_REC"   from dictionary.
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
 01  SS$_NORMAL                                  PIC S9(9) COMP
     VALUE IS EXTERNAL SS$_NORMAL.

 01  TRANSACTION_BEGUN_FLAG                      PIC X.
 01  END-OF-FILE-FLAG                            PIC X.
 01  VALID-RECORD-FLAG                           PIC X.
 01  PERSON-FOUND-FLAG                           PIC X.
 01  PERSON-LEFT-FLAG                            PIC X.
 01  CHANGE-FOUND-FLAG                           PIC X.
 01  WS-PERSON-DEPARTMENT-ID                     PIC X(6).

 01  LOCK-RETRY-COUNT                            PIC S9(4) COMP.
 01  LOCK-RETRY-MAX                              PIC S9(4) COMP VALUE 3.
 01  LOCK-RETRY-WAIT-SECS                        COMP-1     VALUE 1.0.

 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.

 01  WS-EFFECTIVE-DATE-BIN                       PIC S9(11)V9(7) COMP.
 01  WS-EFFECTIVE-BINTIM-STATUS                  PIC S9(9) COMP.
 01  WS-AT-SIGN-COUNT                            PIC S9(4) COMP.
 01  WS-REJECT-REASON                            PIC X(60).
 01  WS-ACTION-TAKEN                             PIC X(1).
     88  ACTION-INSERT                           VALUE "I".
     88  ACTION-MODIFY                           VALUE "M".
     88  ACTION-NONE                             VALUE "N".

 01  LOAD-READ-COUNT                             PIC S9(9) COMP VALUE 0.
 01  LOAD-ACCEPT-COUNT                           PIC S9(9) COMP VALUE 0.
 01  LOAD-REJECT-COUNT                           PIC S9(9) COMP VALUE 0.
 01  LOAD-SKIPPED-COUNT                          PIC S9(9) COMP VALUE 0.
 01  LOAD-UNCHANGED-COUNT                        PIC S9(9) COMP VALUE 0.
 01  STARTER-COUNT                               PIC S9(9) COMP VALUE 0.
 01  CHANGE-COUNT                                PIC S9(9) COMP VALUE 0.
 01  LEAVER-COUNT                                PIC S9(9) COMP VALUE 0.
 01  LEAVER-OPEN-WORK-COUNT                      PIC S9(9) COMP VALUE 0.
 01  OPEN-PROBLEM-COUNT                          PIC S9(9) COMP VALUE 0.

 01  WS-BATCH-ID-PARAM                           PIC X(8).
 01  WS-LOAD-MODE-TEXT                           PIC X(1).
 01  CONTROL-FOUND-FLAG                          PIC X.
 01  RESUME-RECORD-NUMBER                        PIC S9(9) COMP VALUE 0.
 01  INPUT-RECORD-NUMBER                         PIC S9(9) COMP VALUE 0.

 01  AUDIT-PERSON-IMAGE                          PIC X(120).
 01  AUDIT-AWAY-DATE-TEXT.
     05  AUDIT-AWAY-DAY-PART                     PIC X(11).
     05  FILLER                                  PIC X(12).
 01  AUDIT-BACK-DATE-TEXT.
     05  AUDIT-BACK-DAY-PART                     PIC X(11).
     05  FILLER                                  PIC X(12).

 01  WS-DETAIL-LINE.
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-ACTION-CODE                          PIC X(1).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-PERSON-ID                            PIC X(8).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-PERSON-DESC                          PIC X(30).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-OUTCOME                              PIC X(10).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WD-REASON                               PIC X(60).

 01  WS-WORKLIST-LINE.
     05  WW-PERSON-ID                            PIC X(8).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WW-PROBLEM-NUMBER                       PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WW-PROBLEM-STATUS                       PIC X(1).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WW-HOW-HELD                             PIC X(10).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  FILLER                                  PIC X(32) VALUE
                                           "REASSIGN WITH EZITRAK043 FROM ".
     05  WW-FROM-PERSON-ID                       PIC X(8).

 01  WS-TOTALS-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "RECORDS READ     = ".
     05  WT-READ-COUNT                           PIC ZZZZZZZZ9.
 01  WS-STARTER-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "STARTERS ADDED   = ".
     05  WT-STARTER-COUNT                        PIC ZZZZZZZZ9.
 01  WS-CHANGE-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "PERSONS CHANGED  = ".
     05  WT-CHANGE-COUNT                         PIC ZZZZZZZZ9.
 01  WS-LEAVER-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "LEAVERS MARKED   = ".
     05  WT-LEAVER-COUNT                         PIC ZZZZZZZZ9.
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
 01  WS-OPEN-WORK-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "LEAVERS WITH WORK= ".
     05  WT-OPEN-WORK-COUNT                      PIC ZZZZZZZZ9.
/
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK095".
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

    MOVE "PERSON_DETAILS" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC.

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

    OPEN INPUT  HR-FEED-FILE.
    OPEN OUTPUT LOAD-REPORT-FILE.

    IF WS-LOAD-MODE-TEXT = "R"
        OPEN EXTEND HR-REJECT-FILE
        OPEN EXTEND HR-WORKLIST-FILE
    ELSE
        OPEN OUTPUT HR-REJECT-FILE
        OPEN OUTPUT HR-WORKLIST-FILE
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
    READ HR-FEED-FILE
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
    MOVE "N"    TO WS-ACTION-TAKEN.

    INITIALIZE PERSON_DETAILS_REC.

    PERFORM 3000-VALIDATE-FEED-RECORD.

    IF VALID-RECORD-FLAG = "Y"
        PERFORM 3200-DECIDE-PERSON-ACTION
    END-IF.

    IF VALID-RECORD-FLAG = "Y"
    AND NOT ACTION-NONE
        PERFORM 5000-APPLY-PERSON-CHANGE
    END-IF.

    EVALUATE TRUE
    WHEN VALID-RECORD-FLAG NOT = "Y"
        ADD 1 TO LOAD-REJECT-COUNT
        MOVE "REJECTED"  TO WD-OUTCOME
        PERFORM 6200-WRITE-REJECT-RECORD
        PERFORM 5850-CHECKPOINT-REJECT
    WHEN ACTION-NONE
        ADD 1 TO LOAD-UNCHANGED-COUNT
        MOVE "NO CHANGE" TO WD-OUTCOME
        PERFORM 5850-CHECKPOINT-REJECT
    WHEN HR-STARTER
        ADD 1 TO STARTER-COUNT
        MOVE "STARTER"   TO WD-OUTCOME
    WHEN HR-CHANGE
        ADD 1 TO CHANGE-COUNT
        MOVE "CHANGED"   TO WD-OUTCOME
    WHEN HR-LEAVER
        ADD 1 TO LEAVER-COUNT
        MOVE "LEAVER"    TO WD-OUTCOME
    END-EVALUATE.

    PERFORM 6000-PRINT-DETAIL-LINE.

    IF VALID-RECORD-FLAG = "Y"
    AND HR-LEAVER
        PERFORM 5900-LIST-LEAVER-OPEN-WORK
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
    IF NOT HR-STARTER
    AND NOT HR-LEAVER
    AND NOT HR-CHANGE
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "ACTION CODE MUST BE S, L OR C" TO WS-REJECT-REASON
    END-IF.

    IF HR-PERSON-ID = SPACES
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "PERSON ID MISSING" TO WS-REJECT-REASON
    END-IF.

    IF HR-STARTER
    AND HR-PERSON-DESC = SPACES
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "STARTER HAS NO NAME" TO WS-REJECT-REASON
    END-IF.

    IF HR-PERSON-EMAIL NOT = SPACES
        MOVE ZERO TO WS-AT-SIGN-COUNT
        INSPECT HR-PERSON-EMAIL TALLYING WS-AT-SIGN-COUNT FOR ALL "@"
        IF WS-AT-SIGN-COUNT NOT = 1
            MOVE "N" TO VALID-RECORD-FLAG
            MOVE "EMAIL ADDRESS NOT VALID" TO WS-REJECT-REASON
        END-IF
    END-IF.

    PERFORM 3100-CONVERT-EFFECTIVE-DATE.

    IF WS-EFFECTIVE-BINTIM-STATUS IS FAILURE
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "INVALID EFFECTIVE DATE FORMAT" TO WS-REJECT-REASON
    END-IF.

    IF VALID-RECORD-FLAG = "Y"
        MOVE HR-PERSON-ID TO PERSON_ID OF PERSON_DETAILS_REC
        PERFORM 8500-READ-PERSON-TABLE
    END-IF.
*
3100-CONVERT-EFFECTIVE-DATE.
    MOVE SS$_NORMAL TO WS-EFFECTIVE-BINTIM-STATUS.

    IF HR-EFFECTIVE-DATE-TEXT = SPACES
        MOVE CURRENT_DATE_BIN TO WS-EFFECTIVE-DATE-BIN
    ELSE
        CALL "SYS$BINTIM" USING HR-EFFECTIVE-DATE-TEXT
                                 WS-EFFECTIVE-DATE-BIN
                           GIVING WS-EFFECTIVE-BINTIM-STATUS
    END-IF.
*
3200-DECIDE-PERSON-ACTION.
*   A PERSON WHOSE AWAY DATE HAS NO RETURN DATE IS A LEAVER - THE FEED
*   ONLY EVER SENDS STARTERS FOR SOMEONE NOT ON FILE OR RE-HIRED
    MOVE "N" TO PERSON-LEFT-FLAG.
    IF PERSON-FOUND-FLAG = "Y"
    AND AWAY_FROM_DATE OF PERSON_DETAILS_REC NOT = ZERO
    AND BACK_ON_DATE   OF PERSON_DETAILS_REC = ZERO
        MOVE "Y" TO PERSON-LEFT-FLAG
    END-IF.

    IF PERSON-FOUND-FLAG = "Y"
        PERFORM 8955-BUILD-PERSON-IMAGE
        MOVE AUDIT-PERSON-IMAGE TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
    ELSE
        MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
    END-IF.

    EVALUATE TRUE
    WHEN HR-STARTER
        IF PERSON-FOUND-FLAG = "N"
            MOVE "I" TO WS-ACTION-TAKEN
        ELSE
            IF PERSON-LEFT-FLAG = "Y"
                MOVE "M"  TO WS-ACTION-TAKEN
                MOVE ZERO TO AWAY_FROM_DATE OF PERSON_DETAILS_REC
                MOVE ZERO TO BACK_ON_DATE   OF PERSON_DETAILS_REC
                MOVE "RE-HIRED - LEAVE DATES CLEARED" TO WS-REJECT-REASON
            ELSE
                MOVE "N" TO VALID-RECORD-FLAG
                MOVE "STARTER ALREADY ON FILE" TO WS-REJECT-REASON
            END-IF
        END-IF
        IF VALID-RECORD-FLAG = "Y"
            MOVE HR-PERSON-DESC TO PERSON_DESC OF PERSON_DETAILS_REC
            IF HR-PERSON-PHONE NOT = SPACES
            OR PERSON-FOUND-FLAG = "N"
                MOVE HR-PERSON-PHONE TO PERSON_PHONE OF PERSON_DETAILS_REC
            END-IF
            IF HR-PERSON-EMAIL NOT = SPACES
            OR PERSON-FOUND-FLAG = "N"
                MOVE HR-PERSON-EMAIL TO PERSON_EMAIL OF PERSON_DETAILS_REC
            END-IF
        END-IF
    WHEN PERSON-FOUND-FLAG = "N"
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "PERSON NOT ON FILE" TO WS-REJECT-REASON
    WHEN HR-LEAVER
        IF PERSON-LEFT-FLAG = "Y"
            MOVE "ALREADY MARKED AS A LEAVER" TO WS-REJECT-REASON
        ELSE
            MOVE "M" TO WS-ACTION-TAKEN
            MOVE WS-EFFECTIVE-DATE-BIN
              TO AWAY_FROM_DATE OF PERSON_DETAILS_REC
            MOVE ZERO TO BACK_ON_DATE OF PERSON_DETAILS_REC
        END-IF
    WHEN HR-CHANGE
        PERFORM 3300-APPLY-CHANGED-FIELDS
        IF CHANGE-FOUND-FLAG = "Y"
            MOVE "M" TO WS-ACTION-TAKEN
        ELSE
            MOVE "FEED MATCHES PERSON_DETAILS" TO WS-REJECT-REASON
        END-IF
    END-EVALUATE.
*
3300-APPLY-CHANGED-FIELDS.
    MOVE "N" TO CHANGE-FOUND-FLAG.

    IF HR-PERSON-DESC NOT = SPACES
    AND HR-PERSON-DESC NOT = PERSON_DESC OF PERSON_DETAILS_REC
        MOVE HR-PERSON-DESC TO PERSON_DESC OF PERSON_DETAILS_REC
        MOVE "Y" TO CHANGE-FOUND-FLAG
    END-IF.

    IF HR-PERSON-PHONE NOT = SPACES
    AND HR-PERSON-PHONE NOT = PERSON_PHONE OF PERSON_DETAILS_REC
        MOVE HR-PERSON-PHONE TO PERSON_PHONE OF PERSON_DETAILS_REC
        MOVE "Y" TO CHANGE-FOUND-FLAG
    END-IF.

    IF HR-PERSON-EMAIL NOT = SPACES
    AND HR-PERSON-EMAIL NOT = PERSON_EMAIL OF PERSON_DETAILS_REC
        MOVE HR-PERSON-EMAIL TO PERSON_EMAIL OF PERSON_DETAILS_REC
        MOVE "Y" TO CHANGE-FOUND-FLAG
    END-IF.

    IF HR-DEPARTMENT-ID NOT = SPACES
    AND HR-DEPARTMENT-ID NOT = WS-PERSON-DEPARTMENT-ID
        MOVE "Y" TO CHANGE-FOUND-FLAG
    END-IF.
/
5000-APPLY-PERSON-CHANGE.
    PERFORM 7100-START_TRAN_RW.

    MOVE HR-PERSON-ID TO PERSON_ID OF PERSON_DETAILS_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF PERSON_DETAILS_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF PERSON_DETAILS_REC.

    IF ACTION-INSERT
        PERFORM 5100-INSERT-PERSON
    ELSE
        PERFORM 5200-UPDATE-PERSON
    END-IF.

    IF VALID-RECORD-FLAG = "Y"
    AND NOT HR-LEAVER
    AND HR-DEPARTMENT-ID NOT = SPACES
    AND HR-DEPARTMENT-ID NOT = WS-PERSON-DEPARTMENT-ID
        PERFORM 5300-SET-PERSON-DEPARTMENT
    END-IF.

    IF VALID-RECORD-FLAG = "Y"
        MOVE PERSON_ID OF PERSON_DETAILS_REC
          TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC
        MOVE WS-ACTION-TAKEN TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8955-BUILD-PERSON-IMAGE
        MOVE AUDIT-PERSON-IMAGE TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
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
5100-INSERT-PERSON.
    CALL "ET_IR_PERSON_DETAILS" USING SQLCA
                                PERSON_ID        OF PERSON_DETAILS_REC
                                PERSON_DESC      OF PERSON_DETAILS_REC
                                PERSON_PHONE     OF PERSON_DETAILS_REC
                                PERSON_EMAIL     OF PERSON_DETAILS_REC
                                AWAY_FROM_DATE   OF PERSON_DETAILS_REC
                                BACK_ON_DATE     OF PERSON_DETAILS_REC
                                REC_USER         OF PERSON_DETAILS_REC
                                REC_TMSTAMP      OF PERSON_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "PERSON INSERTED BY ANOTHER USER" TO WS-REJECT-REASON
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5200-UPDATE-PERSON.
    CALL "ET_UR_PERSON_DETAILS" USING SQLCA
                                PERSON_ID        OF PERSON_DETAILS_REC
                                PERSON_DESC      OF PERSON_DETAILS_REC
                                PERSON_PHONE     OF PERSON_DETAILS_REC
                                PERSON_EMAIL     OF PERSON_DETAILS_REC
                                AWAY_FROM_DATE   OF PERSON_DETAILS_REC
                                BACK_ON_DATE     OF PERSON_DETAILS_REC
                                REC_USER         OF PERSON_DETAILS_REC
                                REC_TMSTAMP      OF PERSON_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "PERSON DELETED BY ANOTHER USER" TO WS-REJECT-REASON
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "PERSON RECORD LOCKED - RESEND" TO WS-REJECT-REASON
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_UR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5300-SET-PERSON-DEPARTMENT.
*   NARROW UPDATE - THE WIDE IR/UR COLUMN LISTS ARE SHARED WITH
*   EZITRAK0053, WHICH SETS THE DEPARTMENT THE SAME WAY
    CALL "ET_UR_PERSON_DEPARTMENT" USING SQLCA
                                 PERSON_ID     OF PERSON_DETAILS_REC
                                 HR-DEPARTMENT-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "PERSON DELETED BY ANOTHER USER" TO WS-REJECT-REASON
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "PERSON RECORD LOCKED - RESEND" TO WS-REJECT-REASON
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_DEPARTMENT_UR CODE=" SQLCODE
                WITH CONVERSION
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
5900-LIST-LEAVER-OPEN-WORK.
*   THE LEAVER IS ALREADY MARKED AWAY - THIS ONLY TELLS THE TEAM LEADER
*   WHAT STILL HAS TO BE HANDED ON WITH EZITRAK043
    MOVE ZERO TO OPEN-PROBLEM-COUNT.
    MOVE HR-PERSON-ID TO WW-PERSON-ID.
    MOVE HR-PERSON-ID TO WW-FROM-PERSON-ID.

    PERFORM 7000-START_TRAN_RO.

    MOVE HR-PERSON-ID TO PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC.

    CALL "ET_OC6_PROBLEM_DETAILS" USING SQLCA
                                  PERSON_ASSIGNED_ID OF PROBLEM_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_OC6 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE "ASSIGNED" TO WW-HOW-HELD.
    PERFORM 5910-FETCH-ONE-ASSIGNED UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC6_PROBLEM_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_CC6 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    CALL "ET_OC17_PROBLEM_DETAILS" USING SQLCA
                                 HR-PERSON-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_OC17 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE "REDIRECTED" TO WW-HOW-HELD.
    PERFORM 5920-FETCH-ONE-REDIRECT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC17_PROBLEM_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_CC17 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800_CMT_TRAN.

    IF OPEN-PROBLEM-COUNT > ZERO
        ADD 1 TO LEAVER-OPEN-WORK-COUNT
    END-IF.
*
5910-FETCH-ONE-ASSIGNED.
    CALL "ET_FC6_PROBLEM_DETAILS" USING SQLCA
                                 PROBLEM_NUMBER       OF PROBLEM_DETAILS_REC
                                 PROBLEM_STATUS       OF PROBLEM_DETAILS_REC
                                 PRIORITY_ID          OF PROBLEM_DETAILS_REC
                                 APPLICATION_ID       OF PROBLEM_DETAILS_REC
                                 PROBLEM_DESC         OF PROBLEM_DETAILS_REC
                                 CONTACT_DATE         OF PROBLEM_DETAILS_REC
                                 CONTACT_PERSON_ID    OF PROBLEM_DETAILS_REC
                                 CONTACT_DEVICE       OF PROBLEM_DETAILS_REC
                                 PERSON_ASSIGNED_ID   OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF PROBLEM_STATUS OF PROBLEM_DETAILS_REC NOT = "C"
            PERFORM 5950-WRITE-WORKLIST-LINE
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_FC6 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5920-FETCH-ONE-REDIRECT.
    CALL "ET_FC17_PROBLEM_DETAILS" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 PROBLEM_STATUS OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF PROBLEM_STATUS OF PROBLEM_DETAILS_REC NOT = "C"
            PERFORM 5950-WRITE-WORKLIST-LINE
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PROBLEM_FC17 CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5950-WRITE-WORKLIST-LINE.
    ADD 1 TO OPEN-PROBLEM-COUNT.

    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC TO WW-PROBLEM-NUMBER.
    MOVE PROBLEM_STATUS OF PROBLEM_DETAILS_REC TO WW-PROBLEM-STATUS.
    MOVE WS-WORKLIST-LINE TO HR-WORKLIST-LINE.
    WRITE HR-WORKLIST-LINE.
/
6000-PRINT-DETAIL-LINE.
    MOVE HR-ACTION-CODE   TO WD-ACTION-CODE.
    MOVE HR-PERSON-ID     TO WD-PERSON-ID.
    MOVE HR-PERSON-DESC   TO WD-PERSON-DESC.
    MOVE WS-REJECT-REASON TO WD-REASON.
    MOVE WS-DETAIL-LINE   TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.
*
6100-PRINT-TOTALS.
    MOVE SPACES TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.

    MOVE LOAD-READ-COUNT      TO WT-READ-COUNT.
    MOVE WS-TOTALS-LINE       TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.

    MOVE STARTER-COUNT        TO WT-STARTER-COUNT.
    MOVE WS-STARTER-LINE      TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.

    MOVE CHANGE-COUNT         TO WT-CHANGE-COUNT.
    MOVE WS-CHANGE-LINE       TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.

    MOVE LEAVER-COUNT         TO WT-LEAVER-COUNT.
    MOVE WS-LEAVER-LINE       TO LOAD-REPORT-LINE.
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

    MOVE LEAVER-OPEN-WORK-COUNT TO WT-OPEN-WORK-COUNT.
    MOVE WS-OPEN-WORK-LINE    TO LOAD-REPORT-LINE.
    WRITE LOAD-REPORT-LINE.
*
6200-WRITE-REJECT-RECORD.
    MOVE SPACES           TO HR-REJECT-RECORD.
    MOVE HR-FEED-RECORD   TO HRR-FEED-IMAGE.
    MOVE WS-REJECT-REASON TO HRR-REASON.
    WRITE HR-REJECT-RECORD.
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
8500-READ-PERSON-TABLE.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                PERSON_ID        OF PERSON_DETAILS_REC
                                PERSON_PHONE     OF PERSON_DETAILS_REC
                                PERSON_DESC      OF PERSON_DETAILS_REC
                                PERSON_EMAIL     OF PERSON_DETAILS_REC
                                AWAY_FROM_DATE   OF PERSON_DETAILS_REC
                                BACK_ON_DATE     OF PERSON_DETAILS_REC
                                REC_USER         OF PERSON_DETAILS_REC
                                REC_TMSTAMP      OF PERSON_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO PERSON-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO PERSON-FOUND-FLAG
        INITIALIZE PERSON_DETAILS_REC
        MOVE HR-PERSON-ID TO PERSON_ID OF PERSON_DETAILS_REC
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 8510-READ-PERSON-DEPARTMENT.

    IF HR-DEPARTMENT-ID NOT = SPACES
    AND NOT HR-LEAVER
        PERFORM 8520-CHECK-FEED-DEPARTMENT
    END-IF.

    PERFORM 7800_CMT_TRAN.
*
8510-READ-PERSON-DEPARTMENT.
    MOVE SPACES TO WS-PERSON-DEPARTMENT-ID.

    IF PERSON-FOUND-FLAG = "Y"
        CALL "ET_SS_PERSON_DEPARTMENT" USING SQLCA
                                 PERSON_ID     OF PERSON_DETAILS_REC
                                 WS-PERSON-DEPARTMENT-ID
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            CONTINUE
        WHEN SQL_NOT_FOUND
            MOVE SPACES TO WS-PERSON-DEPARTMENT-ID
            MOVE ZERO   TO SQLCODE
        WHEN OTHER
            DISPLAY "ERROR OF PERSON_DEPARTMENT_SS CODE=" SQLCODE
                    WITH CONVERSION
            GO TO 9900-EXIT
        END-EVALUATE
    END-IF.
*
8520-CHECK-FEED-DEPARTMENT.
    MOVE HR-DEPARTMENT-ID TO DEPARTMENT_ID OF DEPARTMENT_DETAILS_REC.

    CALL "ET_SS_DEPARTMENT_DETAILS" USING SQLCA
                              DEPARTMENT_ID     OF DEPARTMENT_DETAILS_REC
                              DEPARTMENT_NAME   OF DEPARTMENT_DETAILS_REC
                              MANAGER_PERSON_ID OF DEPARTMENT_DETAILS_REC
                              COST_CENTRE       OF DEPARTMENT_DETAILS_REC
                              REC_USER          OF DEPARTMENT_DETAILS_REC
                              REC_TMSTAMP       OF DEPARTMENT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "DEPARTMENT CODE NOT ON FILE" TO WS-REJECT-REASON
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF DEPARTMENT_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
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
8955-BUILD-PERSON-IMAGE.
*   SAME IMAGE EZITRAK0053 WRITES, SO THE EZITRAK046 INQUIRY SHOWS FEED
*   CHANGES AND SCREEN CHANGES ALIKE
    MOVE SPACES TO AUDIT-AWAY-DATE-TEXT.
    IF AWAY_FROM_DATE OF PERSON_DETAILS_REC NOT = ZERO
        CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                                BY DESCRIPTOR AUDIT-AWAY-DATE-TEXT
                                BY REFERENCE  AWAY_FROM_DATE
                                              OF PERSON_DETAILS_REC
                                OMITTED
                          GIVING ERR_RET
    END-IF.

    MOVE SPACES TO AUDIT-BACK-DATE-TEXT.
    IF BACK_ON_DATE OF PERSON_DETAILS_REC NOT = ZERO
        CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                                BY DESCRIPTOR AUDIT-BACK-DATE-TEXT
                                BY REFERENCE  BACK_ON_DATE
                                              OF PERSON_DETAILS_REC
                                OMITTED
                          GIVING ERR_RET
    END-IF.

    MOVE SPACES TO AUDIT-PERSON-IMAGE.
    STRING PERSON_DESC         OF PERSON_DETAILS_REC DELIMITED BY SIZE
           " "                                       DELIMITED BY SIZE
           PERSON_PHONE        OF PERSON_DETAILS_REC DELIMITED BY SIZE
           " "                                       DELIMITED BY SIZE
           PERSON_EMAIL        OF PERSON_DETAILS_REC DELIMITED BY SIZE
           " "                                       DELIMITED BY SIZE
           AUDIT-AWAY-DAY-PART                       DELIMITED BY SIZE
           " "                                       DELIMITED BY SIZE
           AUDIT-BACK-DAY-PART                       DELIMITED BY SIZE
      INTO AUDIT-PERSON-IMAGE.
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
    CLOSE HR-FEED-FILE.
    CLOSE LOAD-REPORT-FILE.
    CLOSE HR-REJECT-FILE.
    CLOSE HR-WORKLIST-FILE.
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
* **************** END OF SOURCE EZITRAK095 ****************
