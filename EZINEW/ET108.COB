IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK108                                                 *
*   Program Name : Vendor Performance Scorecard                               *
*   Summary      : Quarterly batch report - reads every PROBLEM_REFERRAL      *
*                  sent inside the reporting window (in days, an ACCEPT       *
*                  ... FROM SYS$COMMAND parameter defaulting to               *
*                  DEFAULT-WINDOW-DAYS, 91, or the EZITRAK108_WINDOW_DAYS     *
*                  system parameter) and scores each vendor: referrals        *
*                  sent, how many came back, the average days taken           *
*                  against the average days promised, the percentage          *
*                  returned after PROMISED_DATE, and how often a problem      *
*                  was reopened after the vendor returned it (a               *
*                  closed-to-open PROBLEM_HISTORY transition later than       *
*                  RETURNED_DATE - the trail EZITRAK029 counts). Vendors      *
*                  are ranked by referral count, busiest first, with the      *
*                  name from VENDOR_DETAILS. Read-only - nothing is           *
*                  changed.                                                   *
*                                                                             *
*   TABLES  USED : PROBLEM_REFERRAL     (Input)                               *
*                  PROBLEM_HISTORY      (Input)                               *
*                  VENDOR_DETAILS       (Input)                               *
*                  SYSTEM_PARAMETER     (Input)                               *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : ET_OC/FC/CC_REFERRAL_BY_SENT is a new cursor family over *
*                  PROBLEM_REFERRAL that needs generating - SENT_DATE lower *
*                  bound in, WHERE SENT_DATE >= :D ORDER BY REFERRED_TO,    *
*                  returning PROBLEM_NUMBER, REFERRAL_NUMBER, REFERRED_TO,  *
*                  SENT_DATE, PROMISED_DATE and RETURNED_DATE. The existing *
*                  keyed ET_OC/FC/CC_PROBLEM_HISTORY (rows in REC_TMSTAMP   *
*                  order) and ET_SS_VENDOR_DETAILS (see EZITRAK1073's       *
*                  header) are reused.                                      *
*                                                                             *
*   NOTE         : turnaround is measured in calendar days from SENT_DATE,  *
*                  both taken and promised, so the two averages compare     *
*                  like with like. Only referrals already returned count    *
*                  towards the averages, the late percentage and the reopen *
*                  figures; ones still out are shown as a separate count.   *
*                  REFERRED_TO text from before vendor codes were enforced  *
*                  is scored under its own spelling and marked "NOT ON      *
*                  VENDOR FILE". At most VENDOR-MAX vendors and RETURN-MAX  *
*                  returned referrals are held - any excess is reported on  *
*                  SYS$OUTPUT and left out.                                 *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK108.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCORECARD-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  SCORECARD-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  SCORECARD-REPORT-LINE                           PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.PROBLEM_REFERRAL_REC"      from dictionary.
    copy "EZITRAK_CDD.PROBLEM_HISTORY_REC"       from dictionary.
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

 01  TRANSACTION_BEGUN_FLAG                      PIC X.

 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  ONE-DAY-BIN                                 PIC S9(11)V9(7) COMP
                                                    VALUE 864000000000.
 01  WINDOW-SPAN-BIN                             PIC S9(11)V9(7) COMP.
 01  WINDOW-START-BIN                            PIC S9(11)V9(7) COMP.
 01  WS-SPAN-BIN                                 PIC S9(11)V9(7) COMP.

 01  WS-WINDOW-DAYS-TEXT                         PIC X(4).
 01  WS-WINDOW-DAYS-NUM REDEFINES WS-WINDOW-DAYS-TEXT PIC 9(4).
 01  WINDOW-DAYS                                 PIC S9(9) COMP.
 01  DEFAULT-WINDOW-DAYS                         PIC S9(9) COMP VALUE 91.
 01  WS-PARAMETER-FOUND-FLAG                     PIC X.
 01  WS-PARAMETER-VALUE-TEXT                     PIC X(12).
 01  WS-PARAMETER-VALUE-NUM REDEFINES WS-PARAMETER-VALUE-TEXT
                                                 PIC 9(12).
 01  WS-PARAMETER-SHIFT-TEXT                     PIC X(12).

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB2                                        PIC S9(4) COMP.
 01  WS-FOUND-FLAG                               PIC X.
 01  WS-DAYS-TAKEN                               PIC S9(9) COMP.
 01  WS-DAYS-PROMISED                            PIC S9(9) COMP.
 01  WS-REFERRAL-READ-COUNT                      PIC S9(9) COMP VALUE 0.

 01  WS-PRIOR-STATUS                             PIC X.
 01  WS-REOPENED-FLAG                            PIC X.

 01  VENDOR-COUNT                                PIC S9(4) COMP VALUE 0.
 01  VENDOR-MAX                                  PIC S9(4) COMP VALUE 100.
 01  VENDOR-TRUNC-FLAG                           PIC X VALUE "N".
 01  VENDOR-TABLE.
     05  VENDOR-ENTRY OCCURS 100 TIMES.
         10  VND-REFERRED-TO                     PIC X(20).
         10  VND-VENDOR-NAME                     PIC X(30).
         10  VND-REFERRAL-COUNT                  PIC S9(9) COMP.
         10  VND-OUT-COUNT                       PIC S9(9) COMP.
         10  VND-RETURNED-COUNT                  PIC S9(9) COMP.
         10  VND-DAYS-TAKEN                      PIC S9(9) COMP.
         10  VND-DAYS-PROMISED                   PIC S9(9) COMP.
         10  VND-LATE-COUNT                      PIC S9(9) COMP.
         10  VND-REOPEN-COUNT                    PIC S9(9) COMP.

 01  SWAP-ENTRY.
     05  SWAP-REFERRED-TO                        PIC X(20).
     05  SWAP-VENDOR-NAME                        PIC X(30).
     05  SWAP-REFERRAL-COUNT                     PIC S9(9) COMP.
     05  SWAP-OUT-COUNT                          PIC S9(9) COMP.
     05  SWAP-RETURNED-COUNT                     PIC S9(9) COMP.
     05  SWAP-DAYS-TAKEN                         PIC S9(9) COMP.
     05  SWAP-DAYS-PROMISED                      PIC S9(9) COMP.
     05  SWAP-LATE-COUNT                         PIC S9(9) COMP.
     05  SWAP-REOPEN-COUNT                       PIC S9(9) COMP.

*   RETURNED REFERRALS ARE HELD HERE SO THE REOPEN CHECK CAN WALK EACH
*   PROBLEM'S HISTORY AFTER THE REFERRAL CURSOR IS CLOSED
 01  RETURN-COUNT                                PIC S9(4) COMP VALUE 0.
 01  RETURN-MAX                                  PIC S9(4) COMP VALUE 500.
 01  RETURN-TRUNC-FLAG                           PIC X VALUE "N".
 01  RETURN-TABLE.
     05  RETURN-ENTRY OCCURS 500 TIMES.
         10  RTN-PROBLEM-NUMBER                  PIC 9(9).
         10  RTN-RETURNED-DATE                   PIC S9(11)V9(7) COMP.
         10  RTN-VENDOR-SUB                      PIC S9(4) COMP.

 01  WS-HEADING-LINE.
     05  FILLER                                  PIC X(5)  VALUE "RANK ".
     05  FILLER                                  PIC X(21) VALUE
                                                    "VENDOR".
     05  FILLER                                  PIC X(31) VALUE
                                                    "NAME".
     05  FILLER                                  PIC X(42) VALUE
              "SENT  OUT  BACK  AVG DAYS  AVG PROM  LATE%".
     05  FILLER                                  PIC X(18) VALUE
              "  REOPENS REOPEN%".

 01  WS-VENDOR-LINE.
     05  WV-RANK                                 PIC ZZZ9.
     05  FILLER                                  PIC X(1)  VALUE SPACE.
     05  WV-REFERRED-TO                          PIC X(20).
     05  FILLER                                  PIC X(1)  VALUE SPACE.
     05  WV-VENDOR-NAME                          PIC X(30).
     05  FILLER                                  PIC X(1)  VALUE SPACE.
     05  WV-REFERRAL-COUNT                       PIC ZZZ9.
     05  FILLER                                  PIC X(1)  VALUE SPACE.
     05  WV-OUT-COUNT                            PIC ZZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WV-RETURNED-COUNT                       PIC ZZZ9.
     05  FILLER                                  PIC X(3)  VALUE SPACES.
     05  WV-AVG-TAKEN                            PIC ZZZZ9.9.
     05  FILLER                                  PIC X(3)  VALUE SPACES.
     05  WV-AVG-PROMISED                         PIC ZZZZ9.9.
     05  FILLER                                  PIC X(3)  VALUE SPACES.
     05  WV-LATE-PCT                             PIC ZZ9.
     05  FILLER                                  PIC X(5)  VALUE SPACES.
     05  WV-REOPEN-COUNT                         PIC ZZZ9.
     05  FILLER                                  PIC X(5)  VALUE SPACES.
     05  WV-REOPEN-PCT                           PIC ZZ9.

 01  WS-TOTALS-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "REFERRALS SCORED = ".
     05  WT-REFERRAL-COUNT                       PIC ZZZZZZZZ9.
     05  FILLER                                  PIC X(14) VALUE
                                                    "   VENDORS = ".
     05  WT-VENDOR-COUNT                         PIC ZZZZZZZZ9.

 01  WS-WINDOW-LINE.
     05  FILLER                                  PIC X(32) VALUE
                                   "REPORTING WINDOW IN DAYS      = ".
     05  WW-WINDOW-DAYS                          PIC ZZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK108".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 3000-SCAN-REFERRALS.

    PERFORM 3500-CHECK-REOPENS.

    PERFORM 4000-RANK-VENDORS.

    PERFORM 5000-PRINT-SCORECARD.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO VENDOR-COUNT.
    MOVE ZERO TO RETURN-COUNT.
    MOVE ZERO TO WS-REFERRAL-READ-COUNT.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE "EZITRAK108_WINDOW_DAYS" TO PARAMETER_NAME
                                          OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO DEFAULT-WINDOW-DAYS
    END-IF.

    MOVE SPACES TO WS-WINDOW-DAYS-TEXT.
    ACCEPT WS-WINDOW-DAYS-TEXT FROM SYS$COMMAND.

    IF WS-WINDOW-DAYS-TEXT IS NUMERIC AND WS-WINDOW-DAYS-NUM > ZERO
        MOVE WS-WINDOW-DAYS-NUM TO WINDOW-DAYS
    ELSE
        MOVE DEFAULT-WINDOW-DAYS TO WINDOW-DAYS
    END-IF.

    MOVE ONE-DAY-BIN TO WINDOW-SPAN-BIN.
    MULTIPLY WINDOW-DAYS BY WINDOW-SPAN-BIN.
    SUBTRACT WINDOW-SPAN-BIN FROM CURRENT_DATE_BIN GIVING WINDOW-START-BIN.

    OPEN OUTPUT SCORECARD-REPORT-FILE.
/
3000-SCAN-REFERRALS.
    PERFORM 7000-START_TRAN_RO.

    MOVE WINDOW-START-BIN TO SENT_DATE OF PROBLEM_REFERRAL_REC.

    CALL "ET_OC_REFERRAL_BY_SENT" USING SQLCA
                                 SENT_DATE OF PROBLEM_REFERRAL_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REFERRAL_BY_SENT_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3100-FETCH-ONE-REFERRAL UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_REFERRAL_BY_SENT" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REFERRAL_BY_SENT_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
3100-FETCH-ONE-REFERRAL.
    CALL "ET_FC_REFERRAL_BY_SENT" USING SQLCA
                                 PROBLEM_NUMBER  OF PROBLEM_REFERRAL_REC
                                 REFERRAL_NUMBER OF PROBLEM_REFERRAL_REC
                                 REFERRED_TO     OF PROBLEM_REFERRAL_REC
                                 SENT_DATE       OF PROBLEM_REFERRAL_REC
                                 PROMISED_DATE   OF PROBLEM_REFERRAL_REC
                                 RETURNED_DATE   OF PROBLEM_REFERRAL_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO WS-REFERRAL-READ-COUNT
        PERFORM 3200-TALLY-REFERRAL THRU 3200-TALLY-REFERRAL-EXIT
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON REFERRAL_BY_SENT_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
3200-TALLY-REFERRAL.
    MOVE "N" TO WS-FOUND-FLAG.
    PERFORM 3210-FIND-VENDOR VARYING SUB1 FROM 1 BY 1
                        UNTIL SUB1 > VENDOR-COUNT
                           OR WS-FOUND-FLAG = "Y".

    IF WS-FOUND-FLAG = "Y"
        SUBTRACT 1 FROM SUB1
    ELSE
        IF VENDOR-COUNT < VENDOR-MAX
            PERFORM 3220-ADD-VENDOR
        ELSE
            IF VENDOR-TRUNC-FLAG = "N"
                DISPLAY "MORE THAN " VENDOR-MAX
                        " VENDORS IN WINDOW - REMAINDER NOT SCORED"
                        WITH CONVERSION
                MOVE "Y" TO VENDOR-TRUNC-FLAG
            END-IF
            GO TO 3200-TALLY-REFERRAL-EXIT
        END-IF
    END-IF.

    ADD 1 TO VND-REFERRAL-COUNT (SUB1).

    IF RETURNED_DATE OF PROBLEM_REFERRAL_REC = ZERO
        ADD 1 TO VND-OUT-COUNT (SUB1)
        GO TO 3200-TALLY-REFERRAL-EXIT
    END-IF.

    ADD 1 TO VND-RETURNED-COUNT (SUB1).

    SUBTRACT SENT_DATE OF PROBLEM_REFERRAL_REC
        FROM RETURNED_DATE OF PROBLEM_REFERRAL_REC
        GIVING WS-SPAN-BIN.
    DIVIDE WS-SPAN-BIN BY ONE-DAY-BIN GIVING WS-DAYS-TAKEN.
    ADD WS-DAYS-TAKEN TO VND-DAYS-TAKEN (SUB1).

*   A REFERRAL RECORDED WITHOUT A PROMISE COUNTS AS PROMISED ON THE
*   DAY IT CAME BACK - IT CANNOT BE LATE
    IF PROMISED_DATE OF PROBLEM_REFERRAL_REC = ZERO
        ADD WS-DAYS-TAKEN TO VND-DAYS-PROMISED (SUB1)
    ELSE
        SUBTRACT SENT_DATE OF PROBLEM_REFERRAL_REC
            FROM PROMISED_DATE OF PROBLEM_REFERRAL_REC
            GIVING WS-SPAN-BIN
        DIVIDE WS-SPAN-BIN BY ONE-DAY-BIN GIVING WS-DAYS-PROMISED
        ADD WS-DAYS-PROMISED TO VND-DAYS-PROMISED (SUB1)
        IF RETURNED_DATE OF PROBLEM_REFERRAL_REC
           > PROMISED_DATE OF PROBLEM_REFERRAL_REC
            ADD 1 TO VND-LATE-COUNT (SUB1)
        END-IF
    END-IF.

    IF RETURN-COUNT < RETURN-MAX
        ADD 1 TO RETURN-COUNT
        MOVE PROBLEM_NUMBER OF PROBLEM_REFERRAL_REC
          TO RTN-PROBLEM-NUMBER (RETURN-COUNT)
        MOVE RETURNED_DATE  OF PROBLEM_REFERRAL_REC
          TO RTN-RETURNED-DATE  (RETURN-COUNT)
        MOVE SUB1 TO RTN-VENDOR-SUB (RETURN-COUNT)
    ELSE
        IF RETURN-TRUNC-FLAG = "N"
            DISPLAY "MORE THAN " RETURN-MAX
                    " RETURNED REFERRALS - REOPEN CHECK TRUNCATED"
                    WITH CONVERSION
            MOVE "Y" TO RETURN-TRUNC-FLAG
        END-IF
    END-IF.
*
3200-TALLY-REFERRAL-EXIT.
    EXIT.
*
3210-FIND-VENDOR.
    IF VND-REFERRED-TO (SUB1) = REFERRED_TO OF PROBLEM_REFERRAL_REC
        MOVE "Y" TO WS-FOUND-FLAG
    END-IF.
*
3220-ADD-VENDOR.
    ADD 1 TO VENDOR-COUNT.
    MOVE VENDOR-COUNT TO SUB1.

    MOVE REFERRED_TO OF PROBLEM_REFERRAL_REC TO VND-REFERRED-TO (SUB1).
    MOVE ZERO TO VND-REFERRAL-COUNT (SUB1).
    MOVE ZERO TO VND-OUT-COUNT      (SUB1).
    MOVE ZERO TO VND-RETURNED-COUNT (SUB1).
    MOVE ZERO TO VND-DAYS-TAKEN     (SUB1).
    MOVE ZERO TO VND-DAYS-PROMISED  (SUB1).
    MOVE ZERO TO VND-LATE-COUNT     (SUB1).
    MOVE ZERO TO VND-REOPEN-COUNT   (SUB1).

    MOVE REFERRED_TO OF PROBLEM_REFERRAL_REC
      TO VENDOR_CODE OF VENDOR_DETAILS_REC.

    CALL "ET_SS_VENDOR_DETAILS" USING SQLCA
                                 VENDOR_CODE      OF VENDOR_DETAILS_REC
                                 VENDOR_NAME      OF VENDOR_DETAILS_REC
                                 ESCALATION_PHONE OF VENDOR_DETAILS_REC
                                 ESCALATION_EMAIL OF VENDOR_DETAILS_REC
                                 TURNAROUND_DAYS  OF VENDOR_DETAILS_REC
                                 REC_USER         OF VENDOR_DETAILS_REC
                                 REC_TMSTAMP      OF VENDOR_DETAILS_REC
    END-CALL.

*   OLD FREE-TEXT REFERRED_TO VALUES ARE SCORED UNDER THEIR OWN
*   SPELLING RATHER THAN DROPPED
    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF REFERRED_TO OF PROBLEM_REFERRAL_REC (9:12) = SPACES
            MOVE VENDOR_NAME OF VENDOR_DETAILS_REC
              TO VND-VENDOR-NAME (SUB1)
        ELSE
            MOVE "NOT ON VENDOR FILE" TO VND-VENDOR-NAME (SUB1)
        END-IF
    WHEN SQL_NOT_FOUND
        MOVE "NOT ON VENDOR FILE" TO VND-VENDOR-NAME (SUB1)
    WHEN OTHER
        DISPLAY "ERROR ON VENDOR_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

*   PUT THE STATUS BACK SO A NOT-FOUND VENDOR CANNOT END THE
*   REFERRAL FETCH LOOP
    MOVE ZERO TO SQLCODE.
/
3500-CHECK-REOPENS.
    PERFORM 7000-START_TRAN_RO.

    PERFORM 3510-CHECK-ONE-RETURN VARYING SUB2 FROM 1 BY 1
                             UNTIL SUB2 > RETURN-COUNT.

    PERFORM 7800-CMT_TRAN.
*
3510-CHECK-ONE-RETURN.
    MOVE " " TO WS-PRIOR-STATUS.
    MOVE "N" TO WS-REOPENED-FLAG.

    MOVE RTN-PROBLEM-NUMBER (SUB2)
      TO PROBLEM_NUMBER OF PROBLEM_HISTORY_REC.

    CALL "ET_OC_PROBLEM_HISTORY" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_HISTORY_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON HISTORY_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3520-EXAMINE-ONE-HISTORY UNTIL NOT SQL_SUCCESS
                                     OR WS-REOPENED-FLAG = "Y".

    CALL "ET_CC_PROBLEM_HISTORY" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON HISTORY_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF WS-REOPENED-FLAG = "Y"
        MOVE RTN-VENDOR-SUB (SUB2) TO SUB1
        ADD 1 TO VND-REOPEN-COUNT (SUB1)
    END-IF.
*
3520-EXAMINE-ONE-HISTORY.
    CALL "ET_FC_PROBLEM_HISTORY" USING SQLCA
                                 REC_TMSTAMP          OF PROBLEM_HISTORY_REC
                                 PROBLEM_STATUS       OF PROBLEM_HISTORY_REC
                                 PRIORITY_ID          OF PROBLEM_HISTORY_REC
                                 PERSON_ASSIGNED_ID   OF PROBLEM_HISTORY_REC
                                 PERSON_REDIRECTED_ID OF PROBLEM_HISTORY_REC
                                 REC_USER             OF PROBLEM_HISTORY_REC
    END-CALL.

*   A CLOSED-TO-OPEN STEP AFTER THE VENDOR HANDED THE PROBLEM BACK
*   MEANS THEIR FIX DID NOT HOLD
    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF WS-PRIOR-STATUS = "C"
           AND PROBLEM_STATUS OF PROBLEM_HISTORY_REC = "O"
           AND REC_TMSTAMP OF PROBLEM_HISTORY_REC > RTN-RETURNED-DATE (SUB2)
            MOVE "Y" TO WS-REOPENED-FLAG
        END-IF
        MOVE PROBLEM_STATUS OF PROBLEM_HISTORY_REC TO WS-PRIOR-STATUS
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON HISTORY_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
4000-RANK-VENDORS.
    IF VENDOR-COUNT > 1
        PERFORM 4100-BUBBLE-OUTER-PASS VARYING SUB1 FROM 1 BY 1
                                  UNTIL SUB1 > VENDOR-COUNT - 1
    END-IF.
*
4100-BUBBLE-OUTER-PASS.
    PERFORM 4200-BUBBLE-COMPARE VARYING SUB2 FROM 1 BY 1
                           UNTIL SUB2 > VENDOR-COUNT - SUB1.
*
4200-BUBBLE-COMPARE.
    IF VND-REFERRAL-COUNT (SUB2) < VND-REFERRAL-COUNT (SUB2 + 1)
        PERFORM 4300-SWAP-ENTRIES
    END-IF.
*
4300-SWAP-ENTRIES.
    MOVE VENDOR-ENTRY (SUB2)     TO SWAP-ENTRY.
    MOVE VENDOR-ENTRY (SUB2 + 1) TO VENDOR-ENTRY (SUB2).
    MOVE SWAP-ENTRY              TO VENDOR-ENTRY (SUB2 + 1).
/
5000-PRINT-SCORECARD.
    MOVE "VENDOR PERFORMANCE SCORECARD - RANKED BY REFERRALS SENT"
      TO SCORECARD-REPORT-LINE.
    WRITE SCORECARD-REPORT-LINE.

    MOVE WINDOW-DAYS    TO WW-WINDOW-DAYS.
    MOVE WS-WINDOW-LINE TO SCORECARD-REPORT-LINE.
    WRITE SCORECARD-REPORT-LINE.

    MOVE SPACES TO SCORECARD-REPORT-LINE.
    WRITE SCORECARD-REPORT-LINE.

    IF VENDOR-COUNT = 0
        MOVE "NO REFERRALS SENT IN THE REPORTING WINDOW"
          TO SCORECARD-REPORT-LINE
        WRITE SCORECARD-REPORT-LINE
    ELSE
        MOVE WS-HEADING-LINE TO SCORECARD-REPORT-LINE
        WRITE SCORECARD-REPORT-LINE
        MOVE SPACES TO SCORECARD-REPORT-LINE
        WRITE SCORECARD-REPORT-LINE
        PERFORM 5100-PRINT-ONE-VENDOR VARYING SUB1 FROM 1 BY 1
                                 UNTIL SUB1 > VENDOR-COUNT
    END-IF.

    MOVE SPACES TO SCORECARD-REPORT-LINE.
    WRITE SCORECARD-REPORT-LINE.

    MOVE WS-REFERRAL-READ-COUNT TO WT-REFERRAL-COUNT.
    MOVE VENDOR-COUNT           TO WT-VENDOR-COUNT.
    MOVE WS-TOTALS-LINE         TO SCORECARD-REPORT-LINE.
    WRITE SCORECARD-REPORT-LINE.
*
5100-PRINT-ONE-VENDOR.
    MOVE SUB1                     TO WV-RANK.
    MOVE VND-REFERRED-TO    (SUB1) TO WV-REFERRED-TO.
    MOVE VND-VENDOR-NAME    (SUB1) TO WV-VENDOR-NAME.
    MOVE VND-REFERRAL-COUNT (SUB1) TO WV-REFERRAL-COUNT.
    MOVE VND-OUT-COUNT      (SUB1) TO WV-OUT-COUNT.
    MOVE VND-RETURNED-COUNT (SUB1) TO WV-RETURNED-COUNT.
    MOVE VND-REOPEN-COUNT   (SUB1) TO WV-REOPEN-COUNT.

    IF VND-RETURNED-COUNT (SUB1) = ZERO
        MOVE ZERO TO WV-AVG-TAKEN
        MOVE ZERO TO WV-AVG-PROMISED
        MOVE ZERO TO WV-LATE-PCT
        MOVE ZERO TO WV-REOPEN-PCT
    ELSE
        COMPUTE WV-AVG-TAKEN ROUNDED =
                VND-DAYS-TAKEN (SUB1) / VND-RETURNED-COUNT (SUB1)
        COMPUTE WV-AVG-PROMISED ROUNDED =
                VND-DAYS-PROMISED (SUB1) / VND-RETURNED-COUNT (SUB1)
        COMPUTE WV-LATE-PCT ROUNDED =
                VND-LATE-COUNT (SUB1) * 100 / VND-RETURNED-COUNT (SUB1)
        COMPUTE WV-REOPEN-PCT ROUNDED =
                VND-REOPEN-COUNT (SUB1) * 100 / VND-RETURNED-COUNT (SUB1)
    END-IF.

    MOVE WS-VENDOR-LINE TO SCORECARD-REPORT-LINE.
    WRITE SCORECARD-REPORT-LINE.
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
    CLOSE SCORECARD-REPORT-FILE.
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
    MOVE WS-REFERRAL-READ-COUNT TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE ZERO                   TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE ZERO                   TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK108 ****************
