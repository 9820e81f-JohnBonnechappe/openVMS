IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK126                                                 *
*   Program Name : Call Record Reconciliation                                 *
*   Summary      : Daily batch job run after the telephone exchange's         *
*                  call detail file for the help desk lines arrives           *
*                  (CALL_DETAIL_INPUT, one record per answered call:          *
*                  calling extension, agent extension, start time,            *
*                  duration). The calling extension is matched to a           *
*                  person by the last CALL_MATCH_DIGITS (4) digits of         *
*                  PERSON_PHONE, and the agent extension to the person        *
*                  holding it in the new PHONE_EXTENSION column. A call       *
*                  counts as logged when that agent created a problem         *
*                  for that caller (RECORDING_PERSON_ID/CONTACT_PERSON_ID     *
*                  on PROBLEM_DETAILS) or added them as a                     *
*                  PROBLEM_CONTACT_DETAILS line between the start of the      *
*                  call and CALL_TICKET_WINDOW_MINUTES (30) after it          *
*                  ended; a shared phone is logged if any of the people       *
*                  on it qualifies. The SYS$PRINT report lists rejected       *
*                  call records, then for each agent the calls answered,      *
*                  the calls that produced a ticket, the calls that did       *
*                  not and the average handling time in seconds of a          *
*                  ticket-producing call, then every calling extension        *
*                  with CALL_REPEAT_THRESHOLD (2) or more calls and no        *
*                  ticket, and the day's totals.                              *
*                                                                             *
*   TABLES  USED : PERSON_DETAILS       (Input)                               *
*                  PROBLEM_DETAILS      (Input)                               *
*                  PROBLEM_CONTACT_DETAILS (Input)                            *
*                  SYSTEM_PARAMETER     (Input)                               *
*                  JOB_RUN_LOG          (Output)                              *
*                                                                             *
*   NOTE         : CALL-DETAIL-RECORD below is the exchange's fixed call    *
*                  detail layout - the calling extension X(16) as the       *
*                  exchange shows it (an internal extension or an outside   *
*                  number), the answering agent's extension X(8), the call  *
*                  start as a VMS absolute time string X(23) converted with *
*                  SYS$BINTIM, and the duration in seconds 9(6). Records    *
*                  with a blank extension, a bad time or a non-numeric      *
*                  duration are listed as rejects and take no further part. *
*                                                                             *
*   NOTE         : people are read through a new cursor                     *
*                  ET_OC/FC/CC_PERSON_EXTENSION (PERSON_ID, PERSON_PHONE    *
*                  and PHONE_EXTENSION out, ORDER BY PERSON_ID;             *
*                  PHONE_EXTENSION is the column EZITRAK0052/0053 maintain  *
*                  - see ET0052.COB's header). Tickets are counted by a new *
*                  single-select ET_SS_CALL_TICKET_COUNT                    *
*                  (CONTACT_PERSON_ID, agent PERSON_ID and a from/to        *
*                  timestamp pair in; TICKET_COUNT PIC S9(9) COMP out), the *
*                  number of PROBLEM_DETAILS rows with that                 *
*                  CONTACT_PERSON_ID and RECORDING_PERSON_ID whose          *
*                  CONTACT_DATE falls in the window plus the                *
*                  PROBLEM_CONTACT_DETAILS rows with that CONTACT_PERSON_ID *
*                  and REC_USER whose REC_TMSTAMP does. A DBA/CDD           *
*                  maintainer needs to generate both. CALL_MATCH_DIGITS,    *
*                  CALL_TICKET_WINDOW_MINUTES and CALL_REPEAT_THRESHOLD are *
*                  SYSTEM_PARAMETER rows read through                       *
*                  8850-GET-SYSTEM-PARAMETER, with the literals as fallback *
*                  defaults.                                                *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK126.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CALL-DETAIL-FILE ASSIGN TO "CALL_DETAIL_INPUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CALL-REPORT-FILE ASSIGN TO "SYS$PRINT"
        ORGANIZATION IS LINE SEQUENTIAL.
/
DATA DIVISION.
FILE SECTION.
FD  CALL-DETAIL-FILE
    LABEL RECORDS ARE STANDARD.
01  CALL-DETAIL-RECORD.
    05  CD-CALLING-EXTENSION                        PIC X(16).
    05  CD-AGENT-EXTENSION                          PIC X(8).
    05  CD-START-TIME-TEXT                          PIC X(23).
    05  CD-DURATION-SECONDS                         PIC 9(6).

FD  CALL-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  CALL-REPORT-LINE                                PIC X(132).
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"        from dictionary.
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
 01  END-OF-FILE-FLAG                            PIC X.
 01  VALID-RECORD-FLAG                           PIC X.

 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  ONE-SECOND-BIN                              PIC S9(11)V9(7) COMP
                                                    VALUE 10000000.
 01  ONE-MINUTE-BIN                              PIC S9(11)V9(7) COMP
                                                    VALUE 600000000.
 01  CALL-MATCH-DIGITS                           PIC S9(9) COMP VALUE 4.
 01  CALL-TICKET-WINDOW-MINUTES                  PIC S9(9) COMP VALUE 30.
 01  CALL-REPEAT-THRESHOLD                       PIC S9(9) COMP VALUE 2.
 01  WS-PARAMETER-FOUND-FLAG                     PIC X.
 01  WS-PARAMETER-VALUE-TEXT                     PIC X(12).
 01  WS-PARAMETER-VALUE-NUM REDEFINES WS-PARAMETER-VALUE-TEXT
                                                 PIC 9(12).
 01  WS-PARAMETER-SHIFT-TEXT                     PIC X(12).

 01  WS-CALL-START-BIN                           PIC S9(11)V9(7) COMP.
 01  WS-CALL-SPAN-BIN                            PIC S9(11)V9(7) COMP.
 01  WS-WINDOW-FROM-BIN                          PIC S9(11)V9(7) COMP.
 01  WS-WINDOW-TO-BIN                            PIC S9(11)V9(7) COMP.
 01  WS-CALL-BINTIM-STATUS                       PIC S9(9) COMP.
 01  WS-REJECT-REASON                            PIC X(40).
 01  SS$_NORMAL                                  PIC S9(9) COMP
     VALUE IS EXTERNAL SS$_NORMAL.
 01  CALL-TICKET-COUNT                           PIC S9(9) COMP.
 01  CALL-TICKETED-FLAG                          PIC X.

*   THE LAST CALL-MATCH-DIGITS DIGITS OF A PHONE NUMBER, RIGHT-JUSTIFIED
*   - "01632 960 4417" AND "4417" BOTH KEY AS "            4417"
 01  MATCH-SOURCE                                PIC X(30).
 01  MATCH-KEY                                   PIC X(16).
 01  DIGIT-POS                                   PIC S9(4) COMP.
 01  KEY-POS                                     PIC S9(4) COMP.
 01  KEY-START                                   PIC S9(4) COMP.

 01  BISECT-LOW                                  PIC S9(4) COMP.
 01  BISECT-HIGH                                 PIC S9(4) COMP.
 01  BISECT-MID                                  PIC S9(4) COMP.
 01  INSERT-SUB                                  PIC S9(4) COMP.
 01  SUB1                                        PIC S9(4) COMP.

*   EVERY PERSON WITH A PHONE, IN MATCH-KEY ORDER - PEOPLE SHARING A
*   PHONE SHARE A KEY AND SIT TOGETHER
 01  CALLER-KEY-COUNT                            PIC S9(4) COMP.
 01  CALLER-KEY-MAX                              PIC S9(4) COMP VALUE 3000.
 01  CALLER-KEY-TABLE.
     05  CALLER-KEY-ENTRY OCCURS 3000 TIMES.
         10  CK-MATCH-KEY                        PIC X(16).
         10  CK-PERSON-ID                        PIC X(8).
 01  CALLER-FIRST-SUB                            PIC S9(4) COMP.
 01  CALLER-RUN-COUNT                            PIC S9(4) COMP.
 01  CALLER-SUB                                  PIC S9(4) COMP.
 01  CALLER-RUN-DONE-FLAG                        PIC X.

*   ONE ENTRY PER AGENT EXTENSION IN EXTENSION ORDER; AN EXTENSION
*   NOBODY HOLDS IS ADDED AS CALLS ARRIVE ON IT, WITH NO PERSON
 01  AGENT-COUNT                                 PIC S9(4) COMP.
 01  AGENT-MAX                                   PIC S9(4) COMP VALUE 500.
 01  AGENT-TABLE.
     05  AGENT-ENTRY OCCURS 500 TIMES.
         10  AG-EXTENSION                        PIC X(8).
         10  AG-PERSON-ID                        PIC X(8).
         10  AG-CALL-COUNT                       PIC S9(9) COMP.
         10  AG-TICKETED-COUNT                   PIC S9(9) COMP.
         10  AG-UNTICKETED-COUNT                 PIC S9(9) COMP.
         10  AG-TICKETED-SECONDS                 PIC S9(9) COMP.
 01  AGENT-SUB                                   PIC S9(4) COMP.
 01  AGENT-FOUND-FLAG                            PIC X.
 01  NEW-AGENT-EXTENSION                         PIC X(8).
 01  NEW-AGENT-PERSON-ID                         PIC X(8).

*   EVERY CALLING EXTENSION THAT HAD A CALL WITH NO TICKET
 01  REPEAT-COUNT                                PIC S9(4) COMP.
 01  REPEAT-MAX                                  PIC S9(4) COMP VALUE 5000.
 01  REPEAT-TABLE.
     05  REPEAT-ENTRY OCCURS 5000 TIMES.
         10  RP-CALLING-EXTENSION                PIC X(16).
         10  RP-PERSON-ID                        PIC X(8).
         10  RP-UNTICKETED-COUNT                 PIC S9(4) COMP.
 01  REPEAT-FULL-FLAG                            PIC X.
 01  REPEAT-FOUND-FLAG                           PIC X.
 01  REPEAT-LISTED-COUNT                         PIC S9(9) COMP.

 01  CALL-READ-COUNT                             PIC S9(9) COMP VALUE 0.
 01  CALL-REJECT-COUNT                           PIC S9(9) COMP VALUE 0.
 01  CALL-TICKETED-COUNT                         PIC S9(9) COMP VALUE 0.
 01  CALL-UNTICKETED-COUNT                       PIC S9(9) COMP VALUE 0.
 01  CALLER-UNKNOWN-COUNT                        PIC S9(9) COMP VALUE 0.
 01  AGENT-UNKNOWN-COUNT                         PIC S9(9) COMP VALUE 0.
 01  TICKETED-SECONDS-TOTAL                      PIC S9(9) COMP VALUE 0.
 01  AVERAGE-SECONDS                             PIC S9(9) COMP.

 01  WS-REJECT-HEAD.
     05  FILLER                                  PIC X(40) VALUE
                           " CALLING          AGENT    START        ".
     05  FILLER                                  PIC X(30) VALUE
                           "           REASON             ".

 01  WS-REJECT-DETAIL-LINE.
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WJ-CALLING-EXTENSION                    PIC X(16).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WJ-AGENT-EXTENSION                      PIC X(8).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WJ-START-TIME-TEXT                      PIC X(23).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WJ-REASON                               PIC X(40).

 01  WS-AGENT-HEAD.
     05  FILLER                                  PIC X(40) VALUE
                           " AGENT    PERSON        CALLS TICKETED  ".
     05  FILLER                                  PIC X(30) VALUE
                           "NO TICKET AVG SECS/TICKET     ".

 01  WS-AGENT-LINE.
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WA-EXTENSION                            PIC X(8).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WA-PERSON-ID                            PIC X(11).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WA-CALL-COUNT                           PIC ZZZ,ZZ9.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WA-TICKETED-COUNT                       PIC ZZZ,ZZ9.
     05  FILLER                                  PIC X(4)  VALUE SPACES.
     05  WA-UNTICKETED-COUNT                     PIC ZZZ,ZZ9.
     05  FILLER                                  PIC X(9)  VALUE SPACES.
     05  WA-AVERAGE-SECONDS                      PIC ZZZ,ZZ9.

 01  WS-REPEAT-HEAD.
     05  FILLER                                  PIC X(40) VALUE
                           " CALLING          PERSON      CALLS     ".

 01  WS-REPEAT-LINE.
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WP-CALLING-EXTENSION                    PIC X(16).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WP-PERSON-ID                            PIC X(12).
     05  FILLER                                  PIC X(1)  VALUE SPACES.
     05  WP-UNTICKETED-COUNT                     PIC ZZZ9.

 01  WS-COUNT-LINE.
     05  WC-CAPTION                              PIC X(36).
     05  WC-COUNT                                PIC ZZZ,ZZZ,ZZ9.

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK126".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
 01  JOB-START-TMSTAMP                           PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 9100-WRITE-JOB-START.

    PERFORM 1500-LOAD-PEOPLE.

    PERFORM 2000-PROCESS-CALL-FILE.

    PERFORM 6000-PRINT-AGENT-SUMMARY.

    PERFORM 6200-PRINT-REPEAT-CALLERS.

    PERFORM 6400-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.

    PERFORM 8000-FINALISATION.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO TO SQLCODE.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE "N"  TO END-OF-FILE-FLAG.
    MOVE ZERO TO CALLER-KEY-COUNT.
    MOVE ZERO TO AGENT-COUNT.
    MOVE ZERO TO REPEAT-COUNT.
    MOVE "N"  TO REPEAT-FULL-FLAG.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE "CALL_MATCH_DIGITS" TO PARAMETER_NAME
                                      OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO CALL-MATCH-DIGITS
    END-IF.

*   A MATCH KEY HOLDS NO MORE THAN 16 DIGITS
    IF CALL-MATCH-DIGITS > 16
        MOVE 16 TO CALL-MATCH-DIGITS
    END-IF.

    MOVE "CALL_TICKET_WINDOW_MINUTES" TO PARAMETER_NAME
                                      OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO CALL-TICKET-WINDOW-MINUTES
    END-IF.

    MOVE "CALL_REPEAT_THRESHOLD" TO PARAMETER_NAME
                                      OF SYSTEM_PARAMETER_REC.
    PERFORM 8850-GET-SYSTEM-PARAMETER.
    IF WS-PARAMETER-FOUND-FLAG = "Y"
        MOVE WS-PARAMETER-VALUE-NUM TO CALL-REPEAT-THRESHOLD
    END-IF.

    COMPUTE KEY-START = 17 - CALL-MATCH-DIGITS.

    OPEN INPUT  CALL-DETAIL-FILE.
    OPEN OUTPUT CALL-REPORT-FILE.

    MOVE "CALL RECORD RECONCILIATION" TO CALL-REPORT-LINE.
    WRITE CALL-REPORT-LINE.
    MOVE SPACES TO CALL-REPORT-LINE.
    WRITE CALL-REPORT-LINE.
/
1500-LOAD-PEOPLE.
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_PERSON_EXTENSION" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_EXTENSION_OC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 1510-FETCH-ONE-PERSON UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PERSON_EXTENSION" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_EXTENSION_CC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    PERFORM 7800-CMT_TRAN.
*
1510-FETCH-ONE-PERSON.
    CALL "ET_FC_PERSON_EXTENSION" USING SQLCA
                                 PERSON_ID       OF PERSON_DETAILS_REC
                                 PERSON_PHONE    OF PERSON_DETAILS_REC
                                 PHONE_EXTENSION OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 1520-ADD-CALLER-KEY
        IF PHONE_EXTENSION OF PERSON_DETAILS_REC NOT = SPACES
            MOVE PHONE_EXTENSION OF PERSON_DETAILS_REC
              TO NEW-AGENT-EXTENSION
            MOVE PERSON_ID       OF PERSON_DETAILS_REC
              TO NEW-AGENT-PERSON-ID
            PERFORM 2400-FIND-AGENT
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON PERSON_EXTENSION_FC CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
1520-ADD-CALLER-KEY.
*   THE NEW KEY GOES AFTER ANY EQUAL ONES ALREADY HELD
    MOVE PERSON_PHONE OF PERSON_DETAILS_REC TO MATCH-SOURCE.
    PERFORM 2600-BUILD-MATCH-KEY.

    IF MATCH-KEY NOT = SPACES
        IF CALLER-KEY-COUNT = CALLER-KEY-MAX
            DISPLAY "MORE THAN " CALLER-KEY-MAX " PHONES - RAISE "
                    "CALLER-KEY-MAX" WITH CONVERSION
            GO TO 9900-EXIT
        END-IF
        MOVE 1                TO BISECT-LOW
        MOVE CALLER-KEY-COUNT TO BISECT-HIGH
        PERFORM 1530-BISECT-AFTER-KEY UNTIL BISECT-LOW > BISECT-HIGH
        PERFORM 1540-SHIFT-CALLER-KEY
            VARYING INSERT-SUB FROM CALLER-KEY-COUNT BY -1
            UNTIL INSERT-SUB < BISECT-LOW
        MOVE MATCH-KEY TO CK-MATCH-KEY (BISECT-LOW)
        MOVE PERSON_ID OF PERSON_DETAILS_REC
          TO CK-PERSON-ID (BISECT-LOW)
        ADD 1 TO CALLER-KEY-COUNT
    END-IF.
*
1530-BISECT-AFTER-KEY.
    COMPUTE BISECT-MID = (BISECT-LOW + BISECT-HIGH) / 2.

    IF CK-MATCH-KEY (BISECT-MID) > MATCH-KEY
        COMPUTE BISECT-HIGH = BISECT-MID - 1
    ELSE
        COMPUTE BISECT-LOW  = BISECT-MID + 1
    END-IF.
*
1540-SHIFT-CALLER-KEY.
    MOVE CALLER-KEY-ENTRY (INSERT-SUB)
      TO CALLER-KEY-ENTRY (INSERT-SUB + 1).
/
2000-PROCESS-CALL-FILE.
    MOVE SPACES TO CALL-REPORT-LINE.
    WRITE CALL-REPORT-LINE.
    MOVE "REJECTED CALL RECORDS" TO CALL-REPORT-LINE.
    WRITE CALL-REPORT-LINE.
    MOVE WS-REJECT-HEAD TO CALL-REPORT-LINE.
    WRITE CALL-REPORT-LINE.

    PERFORM 7000-START_TRAN_RO.

    PERFORM 2100-READ-ONE-CALL.

    PERFORM 2200-PROCESS-ONE-CALL UNTIL END-OF-FILE-FLAG = "Y".

    PERFORM 7800-CMT_TRAN.

    IF CALL-REJECT-COUNT = ZERO
        MOVE " NONE" TO CALL-REPORT-LINE
        WRITE CALL-REPORT-LINE
    END-IF.
*
2100-READ-ONE-CALL.
    READ CALL-DETAIL-FILE
        AT END
            MOVE "Y" TO END-OF-FILE-FLAG
    END-READ.
*
2200-PROCESS-ONE-CALL.
    ADD 1 TO CALL-READ-COUNT.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE "Y"    TO VALID-RECORD-FLAG.

    PERFORM 2300-VALIDATE-CALL.

    IF VALID-RECORD-FLAG = "Y"
        PERFORM 2500-RECONCILE-CALL
    ELSE
        ADD 1 TO CALL-REJECT-COUNT
        PERFORM 6100-PRINT-REJECT-LINE
    END-IF.

    PERFORM 2100-READ-ONE-CALL.
*
2300-VALIDATE-CALL.
    IF CD-CALLING-EXTENSION = SPACES
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "NO CALLING EXTENSION" TO WS-REJECT-REASON
    END-IF.

    IF CD-AGENT-EXTENSION = SPACES
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "NO AGENT EXTENSION" TO WS-REJECT-REASON
    END-IF.

    IF CD-DURATION-SECONDS IS NOT NUMERIC
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "DURATION NOT NUMERIC" TO WS-REJECT-REASON
    END-IF.

    MOVE SS$_NORMAL TO WS-CALL-BINTIM-STATUS.

    IF CD-START-TIME-TEXT = SPACES
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "NO CALL START TIME" TO WS-REJECT-REASON
    ELSE
        CALL "SYS$BINTIM" USING CD-START-TIME-TEXT
                                 WS-CALL-START-BIN
                           GIVING WS-CALL-BINTIM-STATUS
    END-IF.

    IF WS-CALL-BINTIM-STATUS IS FAILURE
        MOVE "N" TO VALID-RECORD-FLAG
        MOVE "INVALID CALL START TIME FORMAT" TO WS-REJECT-REASON
    END-IF.
*
2400-FIND-AGENT.
*   ALSO CALLED WHILE LOADING PEOPLE, WHEN NEW-AGENT-PERSON-ID HOLDS
*   THE EXTENSION'S OWNER; A SECOND PERSON ON THE SAME EXTENSION IS
*   IGNORED - THE FIRST IN PERSON_ID ORDER ANSWERS FOR IT
    MOVE "N"         TO AGENT-FOUND-FLAG.
    MOVE 1           TO BISECT-LOW.
    MOVE AGENT-COUNT TO BISECT-HIGH.

    PERFORM 2410-BISECT-AGENT UNTIL BISECT-LOW > BISECT-HIGH
                              OR AGENT-FOUND-FLAG = "Y".

    IF AGENT-FOUND-FLAG = "N"
        IF AGENT-COUNT = AGENT-MAX
            DISPLAY "MORE THAN " AGENT-MAX " AGENT EXTENSIONS - RAISE "
                    "AGENT-MAX" WITH CONVERSION
            GO TO 9900-EXIT
        END-IF
        PERFORM 2420-SHIFT-AGENT
            VARYING INSERT-SUB FROM AGENT-COUNT BY -1
            UNTIL INSERT-SUB < BISECT-LOW
        MOVE BISECT-LOW          TO AGENT-SUB
        MOVE NEW-AGENT-EXTENSION TO AG-EXTENSION (AGENT-SUB)
        MOVE NEW-AGENT-PERSON-ID TO AG-PERSON-ID (AGENT-SUB)
        MOVE ZERO TO AG-CALL-COUNT (AGENT-SUB)
        MOVE ZERO TO AG-TICKETED-COUNT (AGENT-SUB)
        MOVE ZERO TO AG-UNTICKETED-COUNT (AGENT-SUB)
        MOVE ZERO TO AG-TICKETED-SECONDS (AGENT-SUB)
        ADD 1 TO AGENT-COUNT
    END-IF.
*
2410-BISECT-AGENT.
    COMPUTE BISECT-MID = (BISECT-LOW + BISECT-HIGH) / 2.

    IF AG-EXTENSION (BISECT-MID) = NEW-AGENT-EXTENSION
        MOVE "Y"        TO AGENT-FOUND-FLAG
        MOVE BISECT-MID TO AGENT-SUB
    ELSE
        IF AG-EXTENSION (BISECT-MID) < NEW-AGENT-EXTENSION
            COMPUTE BISECT-LOW  = BISECT-MID + 1
        ELSE
            COMPUTE BISECT-HIGH = BISECT-MID - 1
        END-IF
    END-IF.
*
2420-SHIFT-AGENT.
    MOVE AGENT-ENTRY (INSERT-SUB) TO AGENT-ENTRY (INSERT-SUB + 1).
/
2500-RECONCILE-CALL.
*   THE TICKET MAY BE KEYED WHILE THE CALLER IS STILL ON THE LINE OR
*   UP TO CALL-TICKET-WINDOW-MINUTES AFTER THEY HANG UP
    MOVE WS-CALL-START-BIN TO WS-WINDOW-FROM-BIN.

    MOVE ONE-SECOND-BIN TO WS-CALL-SPAN-BIN.
    MULTIPLY CD-DURATION-SECONDS BY WS-CALL-SPAN-BIN.
    ADD WS-CALL-SPAN-BIN TO WS-CALL-START-BIN GIVING WS-WINDOW-TO-BIN.

    MOVE ONE-MINUTE-BIN TO WS-CALL-SPAN-BIN.
    MULTIPLY CALL-TICKET-WINDOW-MINUTES BY WS-CALL-SPAN-BIN.
    ADD WS-CALL-SPAN-BIN TO WS-WINDOW-TO-BIN.

    MOVE CD-AGENT-EXTENSION TO NEW-AGENT-EXTENSION.
    MOVE SPACES             TO NEW-AGENT-PERSON-ID.
    PERFORM 2400-FIND-AGENT.

    ADD 1 TO AG-CALL-COUNT (AGENT-SUB).

    PERFORM 2510-FIND-CALLER.

    MOVE "N" TO CALL-TICKETED-FLAG.

    IF AG-PERSON-ID (AGENT-SUB) NOT = SPACES
       AND CALLER-RUN-COUNT > ZERO
        MOVE CALLER-FIRST-SUB TO CALLER-SUB
        MOVE "N"              TO CALLER-RUN-DONE-FLAG
        PERFORM 2550-CHECK-CALLER-TICKET
            UNTIL CALLER-RUN-DONE-FLAG = "Y"
    END-IF.

    IF CALL-TICKETED-FLAG = "Y"
        ADD 1 TO CALL-TICKETED-COUNT
        ADD 1 TO AG-TICKETED-COUNT (AGENT-SUB)
        ADD CD-DURATION-SECONDS TO AG-TICKETED-SECONDS (AGENT-SUB)
        ADD CD-DURATION-SECONDS TO TICKETED-SECONDS-TOTAL
    ELSE
        ADD 1 TO CALL-UNTICKETED-COUNT
        ADD 1 TO AG-UNTICKETED-COUNT (AGENT-SUB)
        IF AG-PERSON-ID (AGENT-SUB) = SPACES
            ADD 1 TO AGENT-UNKNOWN-COUNT
        END-IF
        IF CALLER-RUN-COUNT = ZERO
            ADD 1 TO CALLER-UNKNOWN-COUNT
        END-IF
        PERFORM 2700-NOTE-UNTICKETED-CALLER
           THRU 2700-NOTE-UNTICKETED-CALLER-END
    END-IF.
*
2510-FIND-CALLER.
*   FINDS THE FIRST PERSON ON THE CALLING PHONE AND HOW MANY SHARE IT
    MOVE CD-CALLING-EXTENSION TO MATCH-SOURCE.
    PERFORM 2600-BUILD-MATCH-KEY.

    MOVE ZERO TO CALLER-RUN-COUNT.

    IF MATCH-KEY NOT = SPACES
        MOVE 1                TO BISECT-LOW
        MOVE CALLER-KEY-COUNT TO BISECT-HIGH
        PERFORM 2520-BISECT-FIRST-KEY UNTIL BISECT-LOW > BISECT-HIGH
        MOVE BISECT-LOW TO CALLER-FIRST-SUB
        MOVE BISECT-LOW TO CALLER-SUB
        MOVE "N"        TO CALLER-RUN-DONE-FLAG
        PERFORM 2530-COUNT-CALLER-RUN UNTIL CALLER-RUN-DONE-FLAG = "Y"
    END-IF.
*
2520-BISECT-FIRST-KEY.
    COMPUTE BISECT-MID = (BISECT-LOW + BISECT-HIGH) / 2.

    IF CK-MATCH-KEY (BISECT-MID) < MATCH-KEY
        COMPUTE BISECT-LOW  = BISECT-MID + 1
    ELSE
        COMPUTE BISECT-HIGH = BISECT-MID - 1
    END-IF.
*
2530-COUNT-CALLER-RUN.
    IF CALLER-SUB > CALLER-KEY-COUNT
        MOVE "Y" TO CALLER-RUN-DONE-FLAG
    ELSE
        IF CK-MATCH-KEY (CALLER-SUB) NOT = MATCH-KEY
            MOVE "Y" TO CALLER-RUN-DONE-FLAG
        ELSE
            ADD 1 TO CALLER-RUN-COUNT
            ADD 1 TO CALLER-SUB
        END-IF
    END-IF.
*
2550-CHECK-CALLER-TICKET.
    MOVE ZERO TO CALL-TICKET-COUNT.

    CALL "ET_SS_CALL_TICKET_COUNT" USING SQLCA
                                 CK-PERSON-ID (CALLER-SUB)
                                 AG-PERSON-ID (AGENT-SUB)
                                 WS-WINDOW-FROM-BIN
                                 WS-WINDOW-TO-BIN
                                 CALL-TICKET-COUNT
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO CALL-TICKET-COUNT
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR ON CALL_TICKET_COUNT_SS CODE=" SQLCODE
                WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    IF CALL-TICKET-COUNT > ZERO
        MOVE "Y" TO CALL-TICKETED-FLAG
        MOVE "Y" TO CALLER-RUN-DONE-FLAG
    ELSE
        ADD 1 TO CALLER-SUB
        IF CALLER-SUB NOT < CALLER-FIRST-SUB + CALLER-RUN-COUNT
            MOVE "Y" TO CALLER-RUN-DONE-FLAG
        END-IF
    END-IF.
*
2600-BUILD-MATCH-KEY.
*   WALKS MATCH-SOURCE FROM THE RIGHT, KEEPING DIGITS ONLY, UNTIL THE
*   KEY HAS CALL-MATCH-DIGITS OF THEM
    MOVE SPACES TO MATCH-KEY.
    MOVE 16     TO KEY-POS.

    PERFORM 2610-TAKE-DIGIT VARYING DIGIT-POS FROM 30 BY -1
                            UNTIL DIGIT-POS < 1
                            OR KEY-POS < KEY-START.
*
2610-TAKE-DIGIT.
    IF MATCH-SOURCE (DIGIT-POS:1) IS NUMERIC
        MOVE MATCH-SOURCE (DIGIT-POS:1) TO MATCH-KEY (KEY-POS:1)
        SUBTRACT 1 FROM KEY-POS
    END-IF.
*
2700-NOTE-UNTICKETED-CALLER.
*   KEYED ON THE CALLING EXTENSION AS THE EXCHANGE SENT IT, SO AN
*   OUTSIDE NUMBER NOBODY HOLDS STILL SHOWS UP AS A REPEAT CALLER
    MOVE "N"          TO REPEAT-FOUND-FLAG.
    MOVE 1            TO BISECT-LOW.
    MOVE REPEAT-COUNT TO BISECT-HIGH.

    PERFORM 2710-BISECT-REPEAT UNTIL BISECT-LOW > BISECT-HIGH
                               OR REPEAT-FOUND-FLAG = "Y".

    IF REPEAT-FOUND-FLAG = "Y"
        ADD 1 TO RP-UNTICKETED-COUNT (BISECT-MID)
        GO TO 2700-NOTE-UNTICKETED-CALLER-END
    END-IF.

    IF REPEAT-COUNT = REPEAT-MAX
        MOVE "Y" TO REPEAT-FULL-FLAG
        GO TO 2700-NOTE-UNTICKETED-CALLER-END
    END-IF.

    PERFORM 2720-SHIFT-REPEAT
        VARYING INSERT-SUB FROM REPEAT-COUNT BY -1
        UNTIL INSERT-SUB < BISECT-LOW.

    MOVE CD-CALLING-EXTENSION TO RP-CALLING-EXTENSION (BISECT-LOW).
    MOVE 1                    TO RP-UNTICKETED-COUNT (BISECT-LOW).

    EVALUATE TRUE
    WHEN CALLER-RUN-COUNT = ZERO
        MOVE "NOT ON FILE" TO RP-PERSON-ID (BISECT-LOW)
    WHEN CALLER-RUN-COUNT = 1
        MOVE CK-PERSON-ID (CALLER-FIRST-SUB)
          TO RP-PERSON-ID (BISECT-LOW)
    WHEN OTHER
        MOVE "SHARED"      TO RP-PERSON-ID (BISECT-LOW)
    END-EVALUATE.

    ADD 1 TO REPEAT-COUNT.
*
2700-NOTE-UNTICKETED-CALLER-END.
    EXIT.
*
2710-BISECT-REPEAT.
    COMPUTE BISECT-MID = (BISECT-LOW + BISECT-HIGH) / 2.

    IF RP-CALLING-EXTENSION (BISECT-MID) = CD-CALLING-EXTENSION
        MOVE "Y" TO REPEAT-FOUND-FLAG
    ELSE
        IF RP-CALLING-EXTENSION (BISECT-MID) < CD-CALLING-EXTENSION
            COMPUTE BISECT-LOW  = BISECT-MID + 1
        ELSE
            COMPUTE BISECT-HIGH = BISECT-MID - 1
        END-IF
    END-IF.
*
2720-SHIFT-REPEAT.
    MOVE REPEAT-ENTRY (INSERT-SUB) TO REPEAT-ENTRY (INSERT-SUB + 1).
/
6000-PRINT-AGENT-SUMMARY.
    MOVE SPACES TO CALL-REPORT-LINE.
    WRITE CALL-REPORT-LINE.
    MOVE "CALLS WITH NO TICKET BY AGENT" TO CALL-REPORT-LINE.
    WRITE CALL-REPORT-LINE.
    MOVE WS-AGENT-HEAD TO CALL-REPORT-LINE.
    WRITE CALL-REPORT-LINE.

    PERFORM 6010-PRINT-AGENT-LINE VARYING SUB1 FROM 1 BY 1
                                  UNTIL SUB1 > AGENT-COUNT.

    IF CALL-READ-COUNT = CALL-REJECT-COUNT
        MOVE " NONE" TO CALL-REPORT-LINE
        WRITE CALL-REPORT-LINE
    END-IF.
*
6010-PRINT-AGENT-LINE.
*   AGENTS WHO TOOK NO CALLS TODAY ARE LEFT OFF
    IF AG-CALL-COUNT (SUB1) > ZERO
        MOVE AG-EXTENSION (SUB1)        TO WA-EXTENSION
        IF AG-PERSON-ID (SUB1) = SPACES
            MOVE "NOT ON FILE"          TO WA-PERSON-ID
        ELSE
            MOVE AG-PERSON-ID (SUB1)    TO WA-PERSON-ID
        END-IF
        MOVE AG-CALL-COUNT (SUB1)       TO WA-CALL-COUNT
        MOVE AG-TICKETED-COUNT (SUB1)   TO WA-TICKETED-COUNT
        MOVE AG-UNTICKETED-COUNT (SUB1) TO WA-UNTICKETED-COUNT
        MOVE ZERO TO AVERAGE-SECONDS
        IF AG-TICKETED-COUNT (SUB1) > ZERO
            COMPUTE AVERAGE-SECONDS ROUNDED =
                AG-TICKETED-SECONDS (SUB1) / AG-TICKETED-COUNT (SUB1)
        END-IF
        MOVE AVERAGE-SECONDS TO WA-AVERAGE-SECONDS
        MOVE WS-AGENT-LINE   TO CALL-REPORT-LINE
        WRITE CALL-REPORT-LINE
    END-IF.
*
6100-PRINT-REJECT-LINE.
    MOVE CD-CALLING-EXTENSION TO WJ-CALLING-EXTENSION.
    MOVE CD-AGENT-EXTENSION   TO WJ-AGENT-EXTENSION.
    MOVE CD-START-TIME-TEXT   TO WJ-START-TIME-TEXT.
    MOVE WS-REJECT-REASON     TO WJ-REASON.
    MOVE WS-REJECT-DETAIL-LINE TO CALL-REPORT-LINE.
    WRITE CALL-REPORT-LINE.
*
6200-PRINT-REPEAT-CALLERS.
    MOVE SPACES TO CALL-REPORT-LINE.
    WRITE CALL-REPORT-LINE.
    MOVE "REPEAT CALLERS WITH NO TICKET" TO CALL-REPORT-LINE.
    WRITE CALL-REPORT-LINE.
    MOVE WS-REPEAT-HEAD TO CALL-REPORT-LINE.
    WRITE CALL-REPORT-LINE.

    MOVE ZERO TO REPEAT-LISTED-COUNT.

    PERFORM 6210-PRINT-REPEAT-LINE VARYING SUB1 FROM 1 BY 1
                                   UNTIL SUB1 > REPEAT-COUNT.

    IF REPEAT-LISTED-COUNT = ZERO
        MOVE " NONE" TO CALL-REPORT-LINE
        WRITE CALL-REPORT-LINE
    END-IF.

    IF REPEAT-FULL-FLAG = "Y"
        MOVE " MORE CALLING EXTENSIONS THAN REPEAT-MAX - LIST INCOMPLETE"
          TO CALL-REPORT-LINE
        WRITE CALL-REPORT-LINE
    END-IF.
*
6210-PRINT-REPEAT-LINE.
    IF RP-UNTICKETED-COUNT (SUB1) NOT < CALL-REPEAT-THRESHOLD
        ADD 1 TO REPEAT-LISTED-COUNT
        MOVE RP-CALLING-EXTENSION (SUB1) TO WP-CALLING-EXTENSION
        MOVE RP-PERSON-ID (SUB1)         TO WP-PERSON-ID
        MOVE RP-UNTICKETED-COUNT (SUB1)  TO WP-UNTICKETED-COUNT
        MOVE WS-REPEAT-LINE TO CALL-REPORT-LINE
        WRITE CALL-REPORT-LINE
    END-IF.
*
6400-PRINT-TOTALS.
    MOVE SPACES TO CALL-REPORT-LINE.
    WRITE CALL-REPORT-LINE.

    MOVE "CALLS READ"                   TO WC-CAPTION.
    MOVE CALL-READ-COUNT                TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.

    MOVE "CALLS REJECTED"               TO WC-CAPTION.
    MOVE CALL-REJECT-COUNT              TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.

    MOVE "CALLS WITH A TICKET"          TO WC-CAPTION.
    MOVE CALL-TICKETED-COUNT            TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.

    MOVE "CALLS WITH NO TICKET"         TO WC-CAPTION.
    MOVE CALL-UNTICKETED-COUNT          TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.

    MOVE "  OF WHICH CALLER NOT ON FILE" TO WC-CAPTION.
    MOVE CALLER-UNKNOWN-COUNT           TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.

    MOVE "  OF WHICH AGENT NOT ON FILE" TO WC-CAPTION.
    MOVE AGENT-UNKNOWN-COUNT            TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.

    MOVE ZERO TO AVERAGE-SECONDS.
    IF CALL-TICKETED-COUNT > ZERO
        COMPUTE AVERAGE-SECONDS ROUNDED =
            TICKETED-SECONDS-TOTAL / CALL-TICKETED-COUNT
    END-IF.

    MOVE "AVG SECONDS PER TICKETED CALL" TO WC-CAPTION.
    MOVE AVERAGE-SECONDS                TO WC-COUNT.
    PERFORM 6410-WRITE-COUNT-LINE.
*
6410-WRITE-COUNT-LINE.
    MOVE WS-COUNT-LINE TO CALL-REPORT-LINE.
    WRITE CALL-REPORT-LINE.
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
    CLOSE CALL-DETAIL-FILE.
    CLOSE CALL-REPORT-FILE.
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
    MOVE CALL-READ-COUNT     TO READ_COUNT   OF JOB_RUN_LOG_REC.
    MOVE CALL-TICKETED-COUNT TO UPDATE_COUNT OF JOB_RUN_LOG_REC.
    MOVE CALL-REJECT-COUNT   TO REJECT_COUNT OF JOB_RUN_LOG_REC.
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
* **************** END OF SOURCE EZITRAK126 ****************
