IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK111                                                 *
*   Program Name : Equipment Impact Inquiry                                   *
*   Summary      : Interactive inquiry - an EQUIPMENT_ID is keyed on the      *
*                  EZITRAK1111 screen and everything downstream of it is      *
*                  listed: every item recorded in EQUIPMENT_RELATION as       *
*                  part of it or depending on it, then everything hanging     *
*                  off those in turn, down to the APPLICATION_IDs they        *
*                  serve, each with its depth below the keyed item and        *
*                  the number of still-open problems already logged           *
*                  against it. The open problems themselves (the keyed        *
*                  item's included) are listed underneath, each once, so      *
*                  when a cabinet or cluster node fails the help desk can     *
*                  see what else is down and which tickets to link to         *
*                  the master incident - EZITRAK013 does that linking in      *
*                  one run from the same walk. An item already reached is     *
*                  not walked again, so a loop in the relations cannot        *
*                  hang the inquiry (EZITRAK014 reports loops). "E"           *
*                  exits, any other key runs the inquiry. Read-only -         *
*                  nothing is changed.                                        *
*                                                                             *
*   SCREENS USED : EZITRAK1111                                                *
*                                                                             *
*   TABLES  USED : EQUIPMENT_RELATION   (Input)                               *
*                  EQUIPMENT_DETAILS    (Input)                               *
*                  PROBLEM_DETAILS      (Input)                               *
*                  PROBLEM_ACCESS       (Input)                               *
*                                                                             *
*   NOTE         : ET_OC/FC/CC_OPEN_PROBLEM_BY_EQUIPMENT (EQUIPMENT_ID in)  *
*                  and ET_OC/FC/CC_OPEN_PROBLEM_BY_APPLICATION              *
*                  (APPLICATION_ID in) are new cursor families that need    *
*                  generating - every PROBLEM_DETAILS row WHERE             *
*                  PROBLEM_STATUS = 'O' and the key matches, ORDER BY       *
*                  PROBLEM_NUMBER, returning PROBLEM_NUMBER, PRIORITY_ID,   *
*                  CONTACT_DATE, PROBLEM_DESC, CONFIDENTIAL_FLAG,           *
*                  RECORDING_PERSON_ID and PERSON_ASSIGNED_ID. A            *
*                  CONFIDENTIAL_FLAG problem (see EZITRAK001's header) is   *
*                  still listed and counted, but shows "RESTRICTED" to      *
*                  anyone 8940-CHECK-CONFIDENTIAL-ACCESS turns away, as in  *
*                  EZITRAK003. The walk reads                               *
*                  EQUIPMENT_RELATION through                               *
*                  ET_OC/FC/CC_RELATION_DOWNSTREAM (see EZITRAK1103's       *
*                  header) under the ET_ST_RO_PROBLEM transaction, whose    *
*                  reserving list needs EQUIPMENT_RELATION adding. At most  *
*                  IMPACT-MAX items are walked - any excess is reported on  *
*                  the screen.                                              *
*                                                                             *
*   NOTE         : EZITRAK1111_REC is a new CDD screen record, not yet      *
*                  generated - KEY_PRESSED PIC X, ERROR_MESSAGE PIC X(60),  *
*                  SEL_EQUIPMENT_ID PIC X(8), IMPACT_LINE_COUNT PIC S9(4)   *
*                  COMP and IMPACT_LINE_TABLE, an OCCURS 50 line table of   *
*                  IMPACT_DEPTH PIC 9(2), RELATION_TYPE PIC X (space for    *
*                  the keyed item), IMPACT_ITEM_ID PIC X(8) and             *
*                  OPEN_PROBLEM_COUNT PIC 9(4), then PROBLEM_LINE_COUNT PIC *
*                  S9(4) COMP and PROBLEM_LINE_TABLE, an OCCURS 50 line     *
*                  table of PROBLEM_NUMBER PIC 9(9), PROBLEM_ITEM_ID PIC    *
*                  X(8), PRIORITY_ID, CONTACT_DATE PIC S9(11)V9(7) COMP and *
*                  PROBLEM_DESC PIC X(40).                                  *
*                                                                             *
*   NOTE         : USAGE_LOG (see EZITRAK079's header) meters screen use -   *
*                  7060-RECORD-USAGE writes one fire-and-forget row at       *
*                  startup ("S") and one at exit ("E"), the 7050             *
*                  lock-contention style, feeding the monthly                *
*                  sessions-per-program/user/hour report.                    *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK111.
ENVIRONMENT DIVISION.
* DATE-WRITTEN. 15-10-26
* AUTHOR. JOHN
CONFIGURATION SECTION.
    SOURCE-COMPUTER. VAX-8650.
    OBJECT-COMPUTER. VAX-8650.
/
DATA DIVISION.
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.EZITRAK1111_REC"  from dictionary.

    copy "EZITRAK_CDD.EQUIPMENT_RELATION_REC"   from dictionary.
    copy "EZITRAK_CDD.EQUIPMENT_DETAILS_REC"    from dictionary.
    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC"      from dictionary.
    copy "EZITRAK_CDD.USAGE_LOG_REC"            from dictionary.
    copy "EZITRAK_CDD.SYSTEM_QUIESCE_REC"       from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC"       from dictionary.
    copy "EZITRAK_CDD.PROBLEM_ACCESS_REC"       from dictionary.
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

 01  SESSION-ID                                  PIC X(16) GLOBAL.
 01  DEVICE-NAME                                 PIC X(9)  VALUE "SYS$INPUT".
 01  FORM-FILE                                   PIC X(11) VALUE
                                                    "EZITRAK1111".
 01  FORMS-STATUS                                PIC S9(9) COMP GLOBAL.
 01  SINGLE_REC_COUNT                            PIC S9(5) COMP VALUE 1 GLOBAL.
 01  NO-TIMEOUT                                  PIC S9(9) COMP VALUE 0 GLOBAL.
 01  ORIGINAL_REQ                                PIC S9(9) COMP VALUE 0 GLOBAL.
 01  NO-OPTIONS                                  PIC S9(9) COMP VALUE 0 GLOBAL.
 01  NO-SHAD                                     PIC S9(9) COMP VALUE 0 GLOBAL.

 01  SEND_REC_NAME                               PIC X(15).
 01  RECE-REC-NAME                               PIC X(15).

 01  HEADER_REC_NAME                             PIC X(15) VALUE
                                                    "EZITRAK1111_REC".

 01  INP_CTL_STRING                              PIC X(25) GLOBAL.
 01  OUT_CTL_STRING                              PIC X(25) GLOBAL.
 01  INP_CTL_COUNT                               PIC S9(9) COMP GLOBAL.
 01  OUT_CTL_COUNT                               PIC S9(9) COMP GLOBAL.
/
 01  STAGE-OF-PROCESSING                         PIC 99.
 01  TRANSACTION_BEGUN_FLAG                      PIC X.
 01  ROOT-FOUND-FLAG                             PIC X.

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB1_MAX                                    PIC S9(4) COMP VALUE 50.
 01  OUT_SUB1                                    PIC S9(4) COMP.
 01  CHK-SUB                                     PIC S9(4) COMP.

 01  IMP-SUB                                     PIC S9(4) COMP.
 01  IMPACT-COUNT                                PIC S9(4) COMP VALUE 0.
 01  IMPACT-MAX                                  PIC S9(4) COMP VALUE 200.
 01  IMPACT-TRUNC-FLAG                           PIC X VALUE "N".
 01  IMPACT-TABLE.
     05  IMPACT-ENTRY OCCURS 200 TIMES.
         10  IMP-ITEM-ID                         PIC X(8).
         10  IMP-ITEM-CLASS                      PIC X.
         10  IMP-RELATION-TYPE                   PIC X.
         10  IMP-DEPTH                           PIC S9(4) COMP.
         10  IMP-OPEN-COUNT                      PIC S9(4) COMP.

 01  WS-NEW-ITEM-CLASS                           PIC X.
 01  WS-FOUND-FLAG                               PIC X.
 01  PROBLEM-TOTAL                               PIC S9(9) COMP VALUE 0.
 01  PROBLEM-TRUNC-FLAG                          PIC X VALUE "N".
 01  WS-CONFIDENTIAL-FLAG                        PIC X.
 01  CONFIDENTIAL-OK-FLAG                        PIC X.
 01  WS-CONF-RECORDER-ID                         PIC X(8).
 01  WS-CONF-ASSIGNED-ID                         PIC X(8).

 01  WS-SUMMARY-LINE.
     05  WS-SUMMARY-ITEMS                        PIC ZZZ9.
     05  FILLER                                  PIC X(19) VALUE
                                   " ITEMS DOWNSTREAM, ".
     05  WS-SUMMARY-PROBLEMS                     PIC ZZZ9.
     05  FILLER                                  PIC X(14) VALUE
                                   " OPEN PROBLEMS".
*
 01  WS-USAGE-EVENT-FLAG                         PIC X.
 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.
 01  CURRENT_USER_ID                             PIC X(8).
*
* ************ TEMP ITEM -- REMOVE AFTER PROG IS OK ***************
 01  TEMP-COUNTER                                PIC S9(9) COMP.
 01  PREVIOUS-STAGE-OF-PROCESSING                PIC 99 VALUE ZERO.
 01  WS-QUIESCE-NOW-BIN                          PIC S9(11)V9(7) COMP.
/
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM DISTRIBUTOR-PARA UNTIL STAGE-OF-PROCESSING = 99.

    PERFORM 8000-FINALISATION.
    MOVE "E" TO WS-USAGE-EVENT-FLAG.
    PERFORM 7060-RECORD-USAGE.

    GO TO 9900-EXIT.
*
DISTRIBUTOR-PARA.
    IF STAGE-OF-PROCESSING = 15
        PERFORM 3000-READ-IMPACT THRU 3000-READ-IMPACT-EXIT.

    IF STAGE-OF-PROCESSING = 20 OR 21
        PERFORM 4000-IMPACT-SCREEN.

    IF STAGE-OF-PROCESSING = PREVIOUS-STAGE-OF-PROCESSING
        ADD 1 TO TEMP-COUNTER
    ELSE
        MOVE ZERO TO TEMP-COUNTER
        MOVE STAGE-OF-PROCESSING TO PREVIOUS-STAGE-OF-PROCESSING
    END-IF.

    IF TEMP-COUNTER > 10
        DISPLAY "TEMP COUNTER EXCEEDED - PROGRAM MAY BE LOOPING"
        GO TO 9900-EXIT.

*
1000-INITIALISATION.
    MOVE 20      TO STAGE-OF-PROCESSING.
    MOVE ZERO    TO TEMP-COUNTER.
    MOVE ZERO    TO PREVIOUS-STAGE-OF-PROCESSING.
    MOVE ZERO    TO SQLCODE.
    MOVE "N"     TO TRANSACTION_BEGUN_FLAG.

    PERFORM 1050-CHECK-QUIESCE.

    PERFORM 1100-FORM-INIT.

    MOVE "S" TO WS-USAGE-EVENT-FLAG.
    PERFORM 7060-RECORD-USAGE.

    INITIALIZE EZITRAK1111-REC.
    MOVE "ENTER THE EQUIPMENT ID THAT HAS FAILED"
      TO ERROR_MESSAGE OF EZITRAK1111_REC.
*
1100-FORM-INIT.
    CALL "FORMS$ENABLE"
    USING
      OMITTED
      BY DESCRIPTOR  DEVICE_NAME
      BY DESCRIPTOR  SESSION_ID
      BY DESCRIPTOR  FORM-FILE,
    GIVING           FORMS-STATUS.

    IF FORMS-STATUS IS FAILURE
        PERFORM 8200-FORMS-ERROR
        GO TO   9900-EXIT
    END-IF.
/
3000-READ-IMPACT.
    INITIALIZE IMPACT_LINE_TABLE  OF EZITRAK1111_REC.
    INITIALIZE PROBLEM_LINE_TABLE OF EZITRAK1111_REC.
    MOVE ZERO TO IMPACT_LINE_COUNT  OF EZITRAK1111_REC.
    MOVE ZERO TO PROBLEM_LINE_COUNT OF EZITRAK1111_REC.
    MOVE 20 TO STAGE-OF-PROCESSING.

    IF SEL_EQUIPMENT_ID OF EZITRAK1111_REC = SPACES
        MOVE "AN EQUIPMENT ID MUST BE ENTERED"
          TO ERROR_MESSAGE OF EZITRAK1111_REC
        GO TO 3000-READ-IMPACT-EXIT
    END-IF.

    PERFORM 7000-START_TRAN_RO.

    IF TRANSACTION_BEGUN_FLAG = "N"
        GO TO 3000-READ-IMPACT-EXIT
    END-IF.

    PERFORM 7400-CHECK-ROOT-EQUIPMENT.

    IF ROOT-FOUND-FLAG = "N"
        PERFORM 7800-CMT_TRAN
        MOVE "EQUIPMENT ID NOT ON FILE"
          TO ERROR_MESSAGE OF EZITRAK1111_REC
        GO TO 3000-READ-IMPACT-EXIT
    END-IF.

*   THE KEYED ITEM IS ENTRY 1 - THE TABLE GROWS AS IT IS WALKED, SO
*   EACH NEW ENTRY IS EXPANDED IN TURN UNTIL NOTHING NEW TURNS UP
    MOVE 1   TO IMPACT-COUNT.
    MOVE "N" TO IMPACT-TRUNC-FLAG.
    MOVE SEL_EQUIPMENT_ID OF EZITRAK1111_REC TO IMP-ITEM-ID (1).
    MOVE "E"    TO IMP-ITEM-CLASS    (1).
    MOVE SPACE  TO IMP-RELATION-TYPE (1).
    MOVE ZERO   TO IMP-DEPTH         (1).
    MOVE ZERO   TO IMP-OPEN-COUNT    (1).

    PERFORM 3100-EXPAND-ONE-ITEM VARYING IMP-SUB FROM 1 BY 1
                                 UNTIL IMP-SUB > IMPACT-COUNT.

    MOVE 1   TO OUT_SUB1.
    MOVE ZERO TO PROBLEM-TOTAL.
    MOVE "N" TO PROBLEM-TRUNC-FLAG.

    PERFORM 3300-COUNT-ITEM-PROBLEMS VARYING IMP-SUB FROM 1 BY 1
                                     UNTIL IMP-SUB > IMPACT-COUNT.

    PERFORM 7800-CMT_TRAN.

    SUBTRACT 1 FROM OUT_SUB1 GIVING PROBLEM_LINE_COUNT OF EZITRAK1111_REC.

    PERFORM 3600-LOAD-IMPACT-LINE VARYING IMP-SUB FROM 1 BY 1
                                  UNTIL IMP-SUB > IMPACT-COUNT
                                     OR IMP-SUB > SUB1_MAX.

    SUBTRACT 1 FROM IMP-SUB GIVING IMPACT_LINE_COUNT OF EZITRAK1111_REC.

    EVALUATE TRUE
    WHEN IMPACT-TRUNC-FLAG = "Y"
        MOVE "MORE THAN 200 ITEMS DOWNSTREAM - THE WALK WAS CUT SHORT"
          TO ERROR_MESSAGE OF EZITRAK1111_REC
    WHEN IMPACT-COUNT > SUB1_MAX
        MOVE "MORE ITEMS DOWNSTREAM THAN THE SCREEN CAN SHOW"
          TO ERROR_MESSAGE OF EZITRAK1111_REC
    WHEN PROBLEM-TRUNC-FLAG = "Y"
        MOVE "MORE OPEN PROBLEMS THAN THE SCREEN CAN SHOW"
          TO ERROR_MESSAGE OF EZITRAK1111_REC
    WHEN IMPACT-COUNT = 1
        MOVE "NOTHING IS RECORDED AS DEPENDING ON THIS ITEM"
          TO ERROR_MESSAGE OF EZITRAK1111_REC
    WHEN OTHER
        SUBTRACT 1 FROM IMPACT-COUNT GIVING WS-SUMMARY-ITEMS
        MOVE PROBLEM-TOTAL   TO WS-SUMMARY-PROBLEMS
        MOVE WS-SUMMARY-LINE TO ERROR_MESSAGE OF EZITRAK1111_REC
    END-EVALUATE.
3000-READ-IMPACT-EXIT.
*
3100-EXPAND-ONE-ITEM.
*   AN APPLICATION IS THE END OF THE LINE - NOTHING HANGS OFF IT
    IF IMP-ITEM-CLASS (IMP-SUB) NOT = "A"
        CALL "ET_OC_RELATION_DOWNSTREAM" USING SQLCA
                                 IMP-ITEM-ID (IMP-SUB)
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR ON RELATION_DOWN_OC CODE=" SQLCODE
                    WITH CONVERSION
            MOVE "ERROR READING EQUIPMENT RELATIONS"
              TO ERROR_MESSAGE OF EZITRAK1111_REC
            GO TO 9900-EXIT
        END-EVALUATE

        PERFORM 3150-FETCH-ONE-DEPENDENT UNTIL NOT SQL_SUCCESS

        CALL "ET_CC_RELATION_DOWNSTREAM" USING SQLCA

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR ON RELATION_DOWN_CC CODE=" SQLCODE
                    WITH CONVERSION
            MOVE "ERROR READING EQUIPMENT RELATIONS"
              TO ERROR_MESSAGE OF EZITRAK1111_REC
            GO TO 9900-EXIT
        END-EVALUATE
    END-IF.
*
3150-FETCH-ONE-DEPENDENT.
    CALL "ET_FC_RELATION_DOWNSTREAM" USING SQLCA
                                 RELATION_TYPE OF EQUIPMENT_RELATION_REC
                                 DEPENDENT_ID  OF EQUIPMENT_RELATION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 3200-ADD-IMPACT-ITEM
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON RELATION_DOWN_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3200-ADD-IMPACT-ITEM.
    IF RELATION_TYPE OF EQUIPMENT_RELATION_REC = "A"
        MOVE "A" TO WS-NEW-ITEM-CLASS
    ELSE
        MOVE "E" TO WS-NEW-ITEM-CLASS
    END-IF.

    MOVE "N" TO WS-FOUND-FLAG.
    PERFORM 3250-MATCH-IMPACT-ITEM VARYING CHK-SUB FROM 1 BY 1
                              UNTIL CHK-SUB > IMPACT-COUNT
                                 OR WS-FOUND-FLAG = "Y".

    IF WS-FOUND-FLAG = "N"
        IF IMPACT-COUNT < IMPACT-MAX
            ADD 1 TO IMPACT-COUNT
            MOVE DEPENDENT_ID  OF EQUIPMENT_RELATION_REC
              TO IMP-ITEM-ID       (IMPACT-COUNT)
            MOVE WS-NEW-ITEM-CLASS
              TO IMP-ITEM-CLASS    (IMPACT-COUNT)
            MOVE RELATION_TYPE OF EQUIPMENT_RELATION_REC
              TO IMP-RELATION-TYPE (IMPACT-COUNT)
            ADD 1 IMP-DEPTH (IMP-SUB) GIVING IMP-DEPTH (IMPACT-COUNT)
            MOVE ZERO TO IMP-OPEN-COUNT (IMPACT-COUNT)
        ELSE
            MOVE "Y" TO IMPACT-TRUNC-FLAG
        END-IF
    END-IF.
*
3250-MATCH-IMPACT-ITEM.
    IF  IMP-ITEM-ID    (CHK-SUB) = DEPENDENT_ID OF EQUIPMENT_RELATION_REC
    AND IMP-ITEM-CLASS (CHK-SUB) = WS-NEW-ITEM-CLASS
        MOVE "Y" TO WS-FOUND-FLAG.
/
3300-COUNT-ITEM-PROBLEMS.
    IF IMP-ITEM-CLASS (IMP-SUB) = "A"
        MOVE IMP-ITEM-ID (IMP-SUB) TO APPLICATION_ID OF PROBLEM_DETAILS_REC
        PERFORM 3310-PROBLEMS-BY-APPLICATION
    ELSE
        PERFORM 3320-PROBLEMS-BY-EQUIPMENT
    END-IF.
*
3310-PROBLEMS-BY-APPLICATION.
    CALL "ET_OC_OPEN_PROBLEM_BY_APPLICATION" USING SQLCA
                                 APPLICATION_ID OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON OPEN_BY_APPL_OC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING OPEN PROBLEMS"
          TO ERROR_MESSAGE OF EZITRAK1111_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3315-FETCH-ONE-BY-APPLICATION UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_OPEN_PROBLEM_BY_APPLICATION" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON OPEN_BY_APPL_CC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING OPEN PROBLEMS"
          TO ERROR_MESSAGE OF EZITRAK1111_REC
        GO TO 9900-EXIT
    END-EVALUATE.
*
3315-FETCH-ONE-BY-APPLICATION.
    CALL "ET_FC_OPEN_PROBLEM_BY_APPLICATION" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 PRIORITY_ID    OF PROBLEM_DETAILS_REC
                                 CONTACT_DATE   OF PROBLEM_DETAILS_REC
                                 PROBLEM_DESC   OF PROBLEM_DETAILS_REC
                                 WS-CONFIDENTIAL-FLAG
                                 WS-CONF-RECORDER-ID
                                 WS-CONF-ASSIGNED-ID
    END-CALL.

    PERFORM 3400-STORE-PROBLEM-LINE.
*
3320-PROBLEMS-BY-EQUIPMENT.
    CALL "ET_OC_OPEN_PROBLEM_BY_EQUIPMENT" USING SQLCA
                                 IMP-ITEM-ID (IMP-SUB)
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON OPEN_BY_EQUIP_OC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING OPEN PROBLEMS"
          TO ERROR_MESSAGE OF EZITRAK1111_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3325-FETCH-ONE-BY-EQUIPMENT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_OPEN_PROBLEM_BY_EQUIPMENT" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON OPEN_BY_EQUIP_CC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING OPEN PROBLEMS"
          TO ERROR_MESSAGE OF EZITRAK1111_REC
        GO TO 9900-EXIT
    END-EVALUATE.
*
3325-FETCH-ONE-BY-EQUIPMENT.
    CALL "ET_FC_OPEN_PROBLEM_BY_EQUIPMENT" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 PRIORITY_ID    OF PROBLEM_DETAILS_REC
                                 CONTACT_DATE   OF PROBLEM_DETAILS_REC
                                 PROBLEM_DESC   OF PROBLEM_DETAILS_REC
                                 WS-CONFIDENTIAL-FLAG
                                 WS-CONF-RECORDER-ID
                                 WS-CONF-ASSIGNED-ID
    END-CALL.

    PERFORM 3400-STORE-PROBLEM-LINE.
/
3400-STORE-PROBLEM-LINE.
*   A TICKET LOGGED AGAINST A BOX AND ALSO SEEN UNDER THE APPLICATION
*   IT SERVES COUNTS FOR BOTH ITEMS BUT IS LISTED ONCE
    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO IMP-OPEN-COUNT (IMP-SUB)
        MOVE "N" TO WS-FOUND-FLAG
        PERFORM 3450-MATCH-PROBLEM-LINE VARYING CHK-SUB FROM 1 BY 1
                                   UNTIL CHK-SUB >= OUT_SUB1
                                      OR WS-FOUND-FLAG = "Y"
        IF WS-FOUND-FLAG = "N"
            ADD 1 TO PROBLEM-TOTAL
            IF OUT_SUB1 <= SUB1_MAX
                MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                  TO PROBLEM_NUMBER OF EZITRAK1111_REC (OUT_SUB1)
                MOVE IMP-ITEM-ID (IMP-SUB)
                  TO PROBLEM_ITEM_ID OF EZITRAK1111_REC (OUT_SUB1)
                MOVE PRIORITY_ID    OF PROBLEM_DETAILS_REC
                  TO PRIORITY_ID    OF EZITRAK1111_REC (OUT_SUB1)
                MOVE CONTACT_DATE   OF PROBLEM_DETAILS_REC
                  TO CONTACT_DATE   OF EZITRAK1111_REC (OUT_SUB1)
                MOVE PROBLEM_DESC   OF PROBLEM_DETAILS_REC
                  TO PROBLEM_DESC   OF EZITRAK1111_REC (OUT_SUB1)
                PERFORM 8940-CHECK-CONFIDENTIAL-ACCESS
                   THRU 8940-CHECK-CONFIDENTIAL-EXIT
                IF CONFIDENTIAL-OK-FLAG = "N"
                    MOVE "RESTRICTED"
                      TO PROBLEM_DESC OF EZITRAK1111_REC (OUT_SUB1)
                END-IF
                ADD 1 TO OUT_SUB1
            ELSE
                MOVE "Y" TO PROBLEM-TRUNC-FLAG
            END-IF
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON OPEN_PROBLEM_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3450-MATCH-PROBLEM-LINE.
    IF PROBLEM_NUMBER OF EZITRAK1111_REC (CHK-SUB)
     = PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
        MOVE "Y" TO WS-FOUND-FLAG.
*
3600-LOAD-IMPACT-LINE.
    MOVE IMP-DEPTH         (IMP-SUB)
      TO IMPACT_DEPTH       OF EZITRAK1111_REC (IMP-SUB).
    MOVE IMP-RELATION-TYPE (IMP-SUB)
      TO RELATION_TYPE      OF EZITRAK1111_REC (IMP-SUB).
    MOVE IMP-ITEM-ID       (IMP-SUB)
      TO IMPACT_ITEM_ID     OF EZITRAK1111_REC (IMP-SUB).
    MOVE IMP-OPEN-COUNT    (IMP-SUB)
      TO OPEN_PROBLEM_COUNT OF EZITRAK1111_REC (IMP-SUB).
/
4000-IMPACT-SCREEN.
    MOVE SPACE TO KEY_PRESSED OF EZITRAK1111_REC.
    PERFORM 8100-REQUEST-01.
    MOVE SPACES  TO ERROR_MESSAGE OF EZITRAK1111_REC.

    EVALUATE KEY_PRESSED OF EZITRAK1111_REC
    WHEN "E"
        MOVE 99 TO STAGE-OF-PROCESSING
    WHEN OTHER
        MOVE 15 TO STAGE-OF-PROCESSING
    END-EVALUATE.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RO NG CODE=" SQLCODE WITH CONVERSION
        MOVE "UNABLE TO START TRANSACTION"
          TO ERROR_MESSAGE OF EZITRAK1111_REC
        MOVE 20 TO STAGE-OF-PROCESSING
    END-EVALUATE.
*
7800-CMT_TRAN.
    CALL "ET_CMT_TRN" USING SQLCA.

    MOVE "N" TO TRANSACTION_BEGUN_FLAG.
    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "CMT_TRN NG CODE=" SQLCODE WITH CONVERSION
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
    END-EVALUATE.
*
8000-FINALISATION.
    CALL            "FORMS$DISABLE"
    USING
      BY DESCRIPTOR  SESSION_ID,
    GIVING           FORMS-STATUS.

    IF FORMS-STATUS IS FAILURE
        PERFORM 8200-FORMS-ERROR
        GO TO   9900-EXIT
    END-IF.
*
8200-FORMS-ERROR.
    CALL "LIB$SIGNAL" USING BY VALUE FORMS_STATUS.
*
8100-REQUEST-01.
    MOVE HEADER_REC_NAME TO SEND_REC_NAME.
    MOVE HEADER_REC_NAME TO RECE_REC_NAME.

    CALL "FORMS$TRANSCEIVE"
    USING
      BY DESCRIPTOR  SESSION_ID
      BY DESCRIPTOR  SEND_REC_NAME
      BY REFERENCE   SINGLE_REC_COUNT
      BY DESCRIPTOR  RECE_REC_NAME
      BY REFERENCE   SINGLE_REC_COUNT
      BY DESCRIPTOR  INP_CTL_STRING
      BY REFERENCE   INP_CTL_COUNT
      BY DESCRIPTOR  OUT_CTL_STRING
      BY REFERENCE   OUT_CTL_COUNT
      BY VALUE       NO_TIMEOUT
                     ORIGINAL_REQ
                     NO_OPTIONS
      BY DESCRIPTOR  EZITRAK1111_REC
      BY VALUE       NO_SHAD
      BY DESCRIPTOR  EZITRAK1111_REC
      BY VALUE       NO_SHAD
    GIVING           FORMS-STATUS.

    IF FORMS-STATUS IS FAILURE
        PERFORM 8200-FORMS-ERROR
        GO TO   9900-EXIT
    END-IF.
/
7400-CHECK-ROOT-EQUIPMENT.
    MOVE SEL_EQUIPMENT_ID OF EZITRAK1111_REC
      TO EQUIPMENT_ID     OF EQUIPMENT_DETAILS_REC.

    CALL "ET_SS_EQUIPMENT_WARRANTY" USING SQLCA
                                 EQUIPMENT_ID         OF EQUIPMENT_DETAILS_REC
                                 WARRANTY_EXPIRY_DATE OF EQUIPMENT_DETAILS_REC
                                 MAINTAINER_CODE      OF EQUIPMENT_DETAILS_REC
                                 AGREEMENT_REFERENCE  OF EQUIPMENT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO ROOT-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO ROOT-FOUND-FLAG
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF EQUIPMENT_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
7060-RECORD-USAGE.
*   FIRE-AND-FORGET METERING IN THE 7050 LOCK-CONTENTION STYLE - ONE
*   ROW AT STARTUP AND ONE AT EXIT, SO LICENCE AND RETIREMENT TALK
*   FINALLY HAS NUMBERS
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    IF SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
        MOVE "EZITRAK111" TO PROGRAM_NAME OF USAGE_LOG_REC
        MOVE WS-USAGE-EVENT-FLAG TO EVENT_FLAG OF USAGE_LOG_REC

        PERFORM 8700-GET-USER
        MOVE CURRENT_USER_ID TO PERSON_ID OF USAGE_LOG_REC

        CALL "SYS$GETTIM" USING
            BY REFERENCE REC_TMSTAMP OF USAGE_LOG_REC

        CALL "ET_IR_USAGE_LOG" USING SQLCA
                             PROGRAM_NAME OF USAGE_LOG_REC
                             PERSON_ID    OF USAGE_LOG_REC
                             EVENT_FLAG   OF USAGE_LOG_REC
                             REC_TMSTAMP  OF USAGE_LOG_REC
        END-CALL

        IF NOT SQL_SUCCESS AND NOT SQL_DUPLICATE_IDX
            DISPLAY "ERROR ON USAGE_LOG_IR CODE=" SQLCODE WITH CONVERSION
        END-IF

        MOVE ZERO TO SQLCODE

        CALL "ET_CMT_TRN" USING SQLCA
        MOVE "N" TO TRANSACTION_BEGUN_FLAG
    ELSE
        DISPLAY "UNABLE TO RECORD USAGE CODE=" SQLCODE WITH CONVERSION
        MOVE ZERO TO SQLCODE
    END-IF.
*
8700-GET-USER.
    CALL "LIB$GETJPI" USING BY REFERENCE JPI_USERNAME
                             OMITTED
                             OMITTED
                             OMITTED
                             BY DESCRIPTOR CURRENT_USER_ID.
*
8940-CHECK-CONFIDENTIAL-ACCESS.
*   THE EZITRAK001 TEST - RECORDER, ASSIGNEE OR A PROBLEM_ACCESS ROW;
*   THE SUPERVISOR FLAG ALONE DOES NOT OPEN A CONFIDENTIAL TICKET
    MOVE "Y" TO CONFIDENTIAL-OK-FLAG.

    IF WS-CONFIDENTIAL-FLAG NOT = "Y"
        GO TO 8940-CHECK-CONFIDENTIAL-EXIT
    END-IF.

    PERFORM 8700-GET-USER.

    IF CURRENT_USER_ID = WS-CONF-RECORDER-ID
    OR CURRENT_USER_ID = WS-CONF-ASSIGNED-ID
        GO TO 8940-CHECK-CONFIDENTIAL-EXIT
    END-IF.

    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF PROBLEM_ACCESS_REC.
    MOVE CURRENT_USER_ID TO PERSON_ID OF PROBLEM_ACCESS_REC.

    CALL "ET_SS_PROBLEM_ACCESS" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_ACCESS_REC
                                 PERSON_ID      OF PROBLEM_ACCESS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO CONFIDENTIAL-OK-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF PROBLEM_ACCESS_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
8940-CHECK-CONFIDENTIAL-EXIT.
    EXIT.
*
1050-CHECK-QUIESCE.
*   THE BATCH WINDOW IS PROTECTED - WHEN OPERATIONS HAS SET THE
*   SYSTEM_QUIESCE FLAG, POLITELY REFUSE AT STARTUP UNLESS THE USER
*   HOLDS THE SUPERVISOR FLAG OR THE POSTED END TIME HAS PASSED
    CALL "ET_ST_RO_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RO NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.

    CALL "ET_SS_SYSTEM_QUIESCE" USING SQLCA
                                 QUIESCE_FLAG    OF SYSTEM_QUIESCE_REC
                                 QUIESCE_MESSAGE OF SYSTEM_QUIESCE_REC
                                 END_TMSTAMP     OF SYSTEM_QUIESCE_REC
                                 REC_USER        OF SYSTEM_QUIESCE_REC
                                 REC_TMSTAMP     OF SYSTEM_QUIESCE_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO QUIESCE_FLAG OF SYSTEM_QUIESCE_REC
    WHEN OTHER
        DISPLAY "ERROR ON SYSTEM_QUIESCE_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    IF QUIESCE_FLAG OF SYSTEM_QUIESCE_REC = "Y"
        CALL "SYS$GETTIM" USING BY REFERENCE WS-QUIESCE-NOW-BIN
        IF END_TMSTAMP OF SYSTEM_QUIESCE_REC NOT = ZERO
           AND END_TMSTAMP OF SYSTEM_QUIESCE_REC < WS-QUIESCE-NOW-BIN
            CONTINUE
        ELSE
            PERFORM 8700-GET-USER
            MOVE CURRENT_USER_ID TO PERSON_ID OF PERSON_DETAILS_REC
            CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                 PERSON_ID       OF PERSON_DETAILS_REC
                                 PERSON_EMAIL    OF PERSON_DETAILS_REC
                                 SUPERVISOR_FLAG OF PERSON_DETAILS_REC
            END-CALL
            IF SQL_SUCCESS
               AND SUPERVISOR_FLAG OF PERSON_DETAILS_REC = "Y"
                DISPLAY "SYSTEM QUIESCED - SUPERVISOR OVERRIDE ACCEPTED"
            ELSE
                DISPLAY "SYSTEM QUIESCED FOR THE BATCH WINDOW - "
                DISPLAY QUIESCE_MESSAGE OF SYSTEM_QUIESCE_REC
                MOVE ZERO TO SQLCODE
                CALL "ET_CMT_TRN" USING SQLCA
                MOVE "N" TO TRANSACTION_BEGUN_FLAG
                GO TO 9900-EXIT
            END-IF
            MOVE ZERO TO SQLCODE
        END-IF
    END-IF.

    CALL "ET_CMT_TRN" USING SQLCA.
    MOVE "N"  TO TRANSACTION_BEGUN_FLAG.
    MOVE ZERO TO SQLCODE.
/
9900-EXIT.
    IF TRANSACTION_BEGUN_FLAG = "Y"
        PERFORM 7900-RLB_TRAN.

    STOP RUN.
*
* **************** END OF SOURCE EZITRAK111 ****************
