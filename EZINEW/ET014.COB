*                  PERSON_DETAILS           (Input)                          *
*                  APPLICATION_DETAILS      (Input)                          *
*                  PROBLEM_SOLUTION_DETAILS (Input)                          *
*                  EQUIPMENT_RELATION       (Input)                          *
*                  EQUIPMENT_DETAILS        (Input)                          *
*                                                                             *
*   NOTE         : ET_OC11/ET_FC11/ET_CC11_PROBLEM_DETAILS are new cursor    *
*                  subprograms that need to be generated in the CDD/SQL      *
*                  already use to work one problem's solution lines at a     *
*                  time - that family cannot do an unfiltered scan.          *
*                                                                             *
*   NOTE         : 5600-CHECK-EQUIPMENT-RELATIONS sweeps every              *
*                  EQUIPMENT_RELATION row (ET_OC/FC/CC_EQUIPMENT_RELATION   *
*                  with a blank start key - see EZITRAK1103's header) and   *
*                  flags an EQUIPMENT_ID or part-of/depends-on DEPENDENT_ID *
*                  no longer on EQUIPMENT_DETAILS, or an APPLICATION_ID no  *
*                  longer on APPLICATION_DETAILS. The part-of/depends-on    *
*                  links are then held in memory (at most RELATION-EDGE-MAX *
*                  links from RELATION-SOURCE-MAX items - beyond that the   *
*                  loop check is skipped and says so) and each item is      *
*                  walked to see whether it leads back to itself; every     *
*                  item caught in such a loop is reported as RELATION LOOP. *
*                  EZITRAK1103 allows loops to be keyed - they are reported *
*                  here rather than refused there, and EZITRAK111/013 walk  *
*                  each item only once so a loop cannot hang them.          *
*                                                                             *
*******************************************************************************
*
/
    copy "EZITRAK_CDD.PROBLEM_REDIRECT_LOG_REC"     from dictionary.
    copy "EZITRAK_CDD.PROBLEM_CONTACT_DETAILS_REC"  from dictionary.
    copy "EZITRAK_CDD.ARCHIVED_PROBLEM_DETAILS_REC" from dictionary.
    copy "EZITRAK_CDD.EQUIPMENT_RELATION_REC"       from dictionary.
    copy "EZITRAK_CDD.EQUIPMENT_DETAILS_REC"        from dictionary.

    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC" from dictionary
         REPLACING PROBLEM_DETAILS_REC BY REF-PROBLEM-DETAILS-REC.
 01  WS-LAST-PARENT-NUMBER                       PIC 9(9) VALUE 0.
 01  WS-LAST-PARENT-FLAG                         PIC X.
 01  WS-ZERO-WINDOW-BIN                          PIC S9(11)V9(7) COMP VALUE 0.
 01  WS-RELATIONS-CHECKED                        PIC S9(9) COMP VALUE 0.
 01  WS-START-EQUIPMENT-ID                       PIC X(8)  VALUE SPACES.
 01  WS-LAST-EQUIPMENT-ID                        PIC X(8)  VALUE SPACES.
 01  WS-LAST-EQUIPMENT-FLAG                      PIC X.
 01  WS-EQUIPMENT-FOUND-FLAG                     PIC X.
 01  WS-CHECK-EQUIPMENT-ID                       PIC X(8).
 01  WS-RELATION-MESSAGE                         PIC X(40).

 01  RELATION-SOURCE-COUNT                       PIC S9(4) COMP VALUE 0.
 01  RELATION-SOURCE-MAX                         PIC S9(4) COMP VALUE 500.
 01  RELATION-EDGE-COUNT                         PIC S9(4) COMP VALUE 0.
 01  RELATION-EDGE-MAX                           PIC S9(4) COMP VALUE 1000.
 01  RELATION-TRUNC-FLAG                         PIC X VALUE "N".
 01  RELATION-LOOP-FLAG                          PIC X.
 01  SRC-SUB                                     PIC S9(4) COMP.
 01  EDGE-SUB                                    PIC S9(4) COMP.
 01  CHK-SUB                                     PIC S9(4) COMP.
 01  QUEUE-SUB                                   PIC S9(4) COMP.
 01  QUEUE-COUNT                                 PIC S9(4) COMP.
 01  QUEUE-SOURCE                                PIC S9(4) COMP.

 01  RELATION-SOURCE-TABLE.
     05  RELATION-SOURCE-ENTRY OCCURS 500 TIMES.
         10  RS-EQUIPMENT-ID                     PIC X(8).
         10  RS-FIRST-EDGE                       PIC S9(4) COMP.
         10  RS-LAST-EDGE                        PIC S9(4) COMP.
         10  RS-VISITED-BY                       PIC S9(4) COMP.

 01  RELATION-EDGE-TABLE.
     05  RELATION-EDGE-ENTRY OCCURS 1000 TIMES.
         10  RE-DEPENDENT-ID                     PIC X(8).
         10  RE-DEPENDENT-SOURCE                 PIC S9(4) COMP.

 01  RELATION-QUEUE-TABLE.
     05  RQ-SOURCE OCCURS 500 TIMES              PIC S9(4) COMP.

 01  WS-CHECK-PROBLEM-NUMBER                     PIC S9(9) COMP.
 01  WS-CHECK-LINE-NUMBER                        PIC S9(4) COMP VALUE 0.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  FILLER                                  PIC X(11) VALUE "NOT ON FILE".

 01  WS-RELATION-LINE.
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WR-EQUIPMENT-ID                         PIC X(8).
     05  FILLER                                  PIC X(1)  VALUE SPACE.
     05  WR-RELATION-TYPE                        PIC X(1).
     05  FILLER                                  PIC X(1)  VALUE SPACE.
     05  WR-DEPENDENT-ID                         PIC X(8).
     05  FILLER                                  PIC X(2)  VALUE SPACES.
     05  WR-FIELD-NAME                           PIC X(20).
     05  FILLER                                  PIC X(1)  VALUE SPACE.
     05  WR-MESSAGE                              PIC X(40).

 01  WS-TOTALS-LINE.
     05  FILLER                                  PIC X(20) VALUE
             "PROBLEMS CHECKED    ".
             "SATELLITES CHECKED  ".
     05  WT-SATELLITES-CHECKED                   PIC ZZZZZZZZ9.

 01  WS-RELATIONS-LINE.
     05  FILLER                                  PIC X(20) VALUE
             "RELATIONS CHECKED   ".
     05  WT-RELATIONS-CHECKED                    PIC ZZZZZZZZ9.

 01  WS-EXCEPTIONS-LINE.
     05  FILLER                                  PIC X(20) VALUE
             "EXCEPTIONS FOUND    ".

    PERFORM 5000-CHECK-SATELLITE-TABLES.

    PERFORM 5600-CHECK-EQUIPMENT-RELATIONS.

    PERFORM 5700-CHECK-RELATION-LOOPS.

    PERFORM 6100-PRINT-TOTALS.

    PERFORM 9200-WRITE-JOB-END.
    MOVE ZERO TO WS-PROBLEMS-CHECKED.
    MOVE ZERO TO WS-SOLUTIONS-CHECKED.
    MOVE ZERO TO WS-EXCEPTIONS-FOUND.
    MOVE ZERO TO WS-RELATIONS-CHECKED.

    OPEN OUTPUT RECONCILE-REPORT-FILE.
/

    MOVE ZERO TO SQLCODE.
/
5600-CHECK-EQUIPMENT-RELATIONS.
*   THE MAINTENANCE SCREEN CHECKS BOTH ENDS WHEN A LINK IS KEYED, BUT
*   NOTHING STOPS THE EQUIPMENT OR APPLICATION GOING LATER
    PERFORM 7000-START_TRAN_RO.

    CALL "ET_OC_EQUIPMENT_RELATION" USING SQLCA
                                 WS-START-EQUIPMENT-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON RELATION_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 5610-CHECK-ONE-RELATION-ROW UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_EQUIPMENT_RELATION" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON RELATION_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800-CMT_TRAN.
*
5610-CHECK-ONE-RELATION-ROW.
    CALL "ET_FC_EQUIPMENT_RELATION" USING SQLCA
                                 EQUIPMENT_ID  OF EQUIPMENT_RELATION_REC
                                 RELATION_TYPE OF EQUIPMENT_RELATION_REC
                                 DEPENDENT_ID  OF EQUIPMENT_RELATION_REC
                                 REC_USER      OF EQUIPMENT_RELATION_REC
                                 REC_TMSTAMP   OF EQUIPMENT_RELATION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO WS-RELATIONS-CHECKED
        PERFORM 5620-VALIDATE-RELATION-ROW
        MOVE ZERO TO SQLCODE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON RELATION_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
5620-VALIDATE-RELATION-ROW.
*   ROWS COME IN EQUIPMENT_ID ORDER - REUSE THE LAST VERDICT FOR THE
*   OWNING ITEM RATHER THAN RE-READING IT FOR EVERY LINK
    IF EQUIPMENT_ID OF EQUIPMENT_RELATION_REC NOT = WS-LAST-EQUIPMENT-ID
        MOVE EQUIPMENT_ID OF EQUIPMENT_RELATION_REC
          TO WS-LAST-EQUIPMENT-ID
        MOVE EQUIPMENT_ID OF EQUIPMENT_RELATION_REC
          TO WS-CHECK-EQUIPMENT-ID
        PERFORM 8800-CHECK-EQUIPMENT-REFERENCE
        MOVE WS-EQUIPMENT-FOUND-FLAG TO WS-LAST-EQUIPMENT-FLAG
        IF WS-EQUIPMENT-FOUND-FLAG = "N"
            MOVE "EQUIPMENT_ID" TO WS-CHECK-FIELD-NAME
            MOVE "NOT ON FILE"  TO WS-RELATION-MESSAGE
            PERFORM 6050-PRINT-RELATION-LINE
        END-IF
    END-IF.

    IF RELATION_TYPE OF EQUIPMENT_RELATION_REC = "A"
        MOVE DEPENDENT_ID OF EQUIPMENT_RELATION_REC (1:4)
          TO APPLICATION_ID OF APPLICATION_DETAILS_REC

        CALL "ET_SS_APPLICATION_DETAILS" USING SQLCA
                                 APPLICATION_ID    OF APPLICATION_DETAILS_REC
                                 APPLICATION_DESC  OF APPLICATION_DETAILS_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            CONTINUE
        WHEN SQL_NOT_FOUND
            MOVE "APPLICATION_ID" TO WS-CHECK-FIELD-NAME
            MOVE "NOT ON FILE"    TO WS-RELATION-MESSAGE
            PERFORM 6050-PRINT-RELATION-LINE
        WHEN OTHER
            DISPLAY "ERROR OF APPLICATION_SS CODE=" SQLCODE WITH CONVERSION
            GO TO 9900-EXIT
        END-EVALUATE
    ELSE
        MOVE DEPENDENT_ID OF EQUIPMENT_RELATION_REC
          TO WS-CHECK-EQUIPMENT-ID
        PERFORM 8800-CHECK-EQUIPMENT-REFERENCE
        IF WS-EQUIPMENT-FOUND-FLAG = "N"
            MOVE "DEPENDENT_ID" TO WS-CHECK-FIELD-NAME
            MOVE "NOT ON FILE"  TO WS-RELATION-MESSAGE
            PERFORM 6050-PRINT-RELATION-LINE
        END-IF
        PERFORM 5630-STORE-RELATION-EDGE
    END-IF.
*
5630-STORE-RELATION-EDGE.
    IF RELATION-TRUNC-FLAG = "Y"
        CONTINUE
    ELSE
        IF RELATION-SOURCE-COUNT > ZERO
           AND RS-EQUIPMENT-ID (RELATION-SOURCE-COUNT)
             = EQUIPMENT_ID OF EQUIPMENT_RELATION_REC
            CONTINUE
        ELSE
            IF RELATION-SOURCE-COUNT < RELATION-SOURCE-MAX
                ADD 1 TO RELATION-SOURCE-COUNT
                MOVE EQUIPMENT_ID OF EQUIPMENT_RELATION_REC
                  TO RS-EQUIPMENT-ID (RELATION-SOURCE-COUNT)
                ADD 1 RELATION-EDGE-COUNT
                  GIVING RS-FIRST-EDGE (RELATION-SOURCE-COUNT)
                MOVE ZERO TO RS-VISITED-BY (RELATION-SOURCE-COUNT)
            ELSE
                MOVE "Y" TO RELATION-TRUNC-FLAG
            END-IF
        END-IF
    END-IF.

    IF RELATION-TRUNC-FLAG = "N"
        IF RELATION-EDGE-COUNT < RELATION-EDGE-MAX
            ADD 1 TO RELATION-EDGE-COUNT
            MOVE DEPENDENT_ID OF EQUIPMENT_RELATION_REC
              TO RE-DEPENDENT-ID (RELATION-EDGE-COUNT)
            MOVE ZERO TO RE-DEPENDENT-SOURCE (RELATION-EDGE-COUNT)
            MOVE RELATION-EDGE-COUNT
              TO RS-LAST-EDGE (RELATION-SOURCE-COUNT)
        ELSE
            MOVE "Y" TO RELATION-TRUNC-FLAG
        END-IF
    END-IF.
/
5700-CHECK-RELATION-LOOPS.
*   A LOOP DOES NO HARM TO THE WALKS THEMSELVES BUT MAKES THE IMPACT
*   LIST MEANINGLESS - EACH ITEM IS WALKED IN TURN AND REPORTED IF ITS
*   OWN LINKS LEAD BACK TO IT
    IF RELATION-TRUNC-FLAG = "Y"
        MOVE SPACES TO WS-RELATION-LINE
        MOVE "RELATION LOOP CHECK SKIPPED - TOO MANY RELATIONS"
          TO WR-MESSAGE
        MOVE WS-RELATION-LINE TO RECONCILE-REPORT-LINE
        WRITE RECONCILE-REPORT-LINE
    ELSE
        PERFORM 5710-RESOLVE-ONE-EDGE VARYING EDGE-SUB FROM 1 BY 1
                                UNTIL EDGE-SUB > RELATION-EDGE-COUNT
        PERFORM 5720-WALK-ONE-SOURCE VARYING SRC-SUB FROM 1 BY 1
                                UNTIL SRC-SUB > RELATION-SOURCE-COUNT
    END-IF.
*
5710-RESOLVE-ONE-EDGE.
*   A DEPENDENT WITH NO LINKS OF ITS OWN IS NOT A SOURCE - ZERO STAYS
    PERFORM 5715-MATCH-EDGE-SOURCE VARYING CHK-SUB FROM 1 BY 1
                             UNTIL CHK-SUB > RELATION-SOURCE-COUNT
                                OR RE-DEPENDENT-SOURCE (EDGE-SUB) > ZERO.
*
5715-MATCH-EDGE-SOURCE.
    IF RS-EQUIPMENT-ID (CHK-SUB) = RE-DEPENDENT-ID (EDGE-SUB)
        MOVE CHK-SUB TO RE-DEPENDENT-SOURCE (EDGE-SUB).
*
5720-WALK-ONE-SOURCE.
    MOVE "N"  TO RELATION-LOOP-FLAG.
    MOVE ZERO TO QUEUE-COUNT.
    MOVE SRC-SUB TO QUEUE-SOURCE.

    PERFORM 5740-FOLLOW-ONE-EDGE VARYING EDGE-SUB
                           FROM RS-FIRST-EDGE (QUEUE-SOURCE) BY 1
                           UNTIL EDGE-SUB > RS-LAST-EDGE (QUEUE-SOURCE)
                              OR RELATION-LOOP-FLAG = "Y".

    PERFORM 5730-EXPAND-QUEUE-ENTRY VARYING QUEUE-SUB FROM 1 BY 1
                              UNTIL QUEUE-SUB > QUEUE-COUNT
                                 OR RELATION-LOOP-FLAG = "Y".

    IF RELATION-LOOP-FLAG = "Y"
        MOVE RS-EQUIPMENT-ID (SRC-SUB)
          TO EQUIPMENT_ID  OF EQUIPMENT_RELATION_REC
        MOVE SPACE  TO RELATION_TYPE OF EQUIPMENT_RELATION_REC
        MOVE SPACES TO DEPENDENT_ID  OF EQUIPMENT_RELATION_REC
        MOVE "EQUIPMENT_ID" TO WS-CHECK-FIELD-NAME
        MOVE "RELATION LOOP - LEADS BACK TO ITSELF"
          TO WS-RELATION-MESSAGE
        PERFORM 6050-PRINT-RELATION-LINE
    END-IF.
*
5730-EXPAND-QUEUE-ENTRY.
    MOVE RQ-SOURCE (QUEUE-SUB) TO QUEUE-SOURCE.

    PERFORM 5740-FOLLOW-ONE-EDGE VARYING EDGE-SUB
                           FROM RS-FIRST-EDGE (QUEUE-SOURCE) BY 1
                           UNTIL EDGE-SUB > RS-LAST-EDGE (QUEUE-SOURCE)
                              OR RELATION-LOOP-FLAG = "Y".
*
5740-FOLLOW-ONE-EDGE.
*   RS-VISITED-BY HOLDS THE ITEM WHOSE WALK LAST QUEUED IT, SO EACH
*   ITEM IS QUEUED AT MOST ONCE PER WALK AND NO CLEARING IS NEEDED
    IF RE-DEPENDENT-SOURCE (EDGE-SUB) = SRC-SUB
        MOVE "Y" TO RELATION-LOOP-FLAG
    ELSE
        IF  RE-DEPENDENT-SOURCE (EDGE-SUB) > ZERO
        AND RS-VISITED-BY (RE-DEPENDENT-SOURCE (EDGE-SUB)) NOT = SRC-SUB
            MOVE SRC-SUB TO RS-VISITED-BY (RE-DEPENDENT-SOURCE (EDGE-SUB))
            ADD 1 TO QUEUE-COUNT
            MOVE RE-DEPENDENT-SOURCE (EDGE-SUB) TO RQ-SOURCE (QUEUE-COUNT)
        END-IF
    END-IF.
/
6000-PRINT-EXCEPTION-LINE.
    ADD 1 TO WS-EXCEPTIONS-FOUND.

    MOVE WS-DETAIL-LINE             TO RECONCILE-REPORT-LINE.
    WRITE RECONCILE-REPORT-LINE.
*
6050-PRINT-RELATION-LINE.
    ADD 1 TO WS-EXCEPTIONS-FOUND.

    MOVE SPACES                                  TO WS-RELATION-LINE.
    MOVE EQUIPMENT_ID  OF EQUIPMENT_RELATION_REC TO WR-EQUIPMENT-ID.
    MOVE RELATION_TYPE OF EQUIPMENT_RELATION_REC TO WR-RELATION-TYPE.
    MOVE DEPENDENT_ID  OF EQUIPMENT_RELATION_REC TO WR-DEPENDENT-ID.
    MOVE WS-CHECK-FIELD-NAME                     TO WR-FIELD-NAME.
    MOVE WS-RELATION-MESSAGE                     TO WR-MESSAGE.

    MOVE WS-RELATION-LINE           TO RECONCILE-REPORT-LINE.
    WRITE RECONCILE-REPORT-LINE.
*
6100-PRINT-TOTALS.
    MOVE SPACES TO RECONCILE-REPORT-LINE.
    WRITE RECONCILE-REPORT-LINE.
    MOVE WS-SATELLITES-LINE    TO RECONCILE-REPORT-LINE.
    WRITE RECONCILE-REPORT-LINE.

    MOVE WS-RELATIONS-CHECKED TO WT-RELATIONS-CHECKED.
    MOVE WS-RELATIONS-LINE    TO RECONCILE-REPORT-LINE.
    WRITE RECONCILE-REPORT-LINE.

    MOVE WS-EXCEPTIONS-FOUND  TO WT-EXCEPTIONS-FOUND.
    MOVE WS-EXCEPTIONS-LINE   TO RECONCILE-REPORT-LINE.
    WRITE RECONCILE-REPORT-LINE.
        DISPLAY "ERROR OF PROBLEM_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
8800-CHECK-EQUIPMENT-REFERENCE.
    MOVE WS-CHECK-EQUIPMENT-ID TO EQUIPMENT_ID OF EQUIPMENT_DETAILS_REC.

    CALL "ET_SS_EQUIPMENT_WARRANTY" USING SQLCA
                                 EQUIPMENT_ID         OF EQUIPMENT_DETAILS_REC
                                 WARRANTY_EXPIRY_DATE OF EQUIPMENT_DETAILS_REC
                                 MAINTAINER_CODE      OF EQUIPMENT_DETAILS_REC
                                 AGREEMENT_REFERENCE  OF EQUIPMENT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO WS-EQUIPMENT-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO WS-EQUIPMENT-FOUND-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF EQUIPMENT_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
7000-START_TRAN_RO.
    IF TRANSACTION_BEGUN_FLAG = "N"
