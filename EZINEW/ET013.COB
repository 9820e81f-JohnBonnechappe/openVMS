*                                                                             *
*   TABLES  USED : PROBLEM_DETAILS      (Update)                             *
*                  PROBLEM_HISTORY      (Output)                             *
*                  EQUIPMENT_RELATION   (Input)                              *
*                  EQUIPMENT_DETAILS    (Input)                              *
*                                                                             *
*   NOTE         : ET_OC10_PROBLEM_DETAILS / ET_FC10_PROBLEM_DETAILS /       *
*                  ET_CC10_PROBLEM_DETAILS are new cursor subprograms that   *
*                  the same way REF_PROBLEM_NUMBER already links any two     *
*                  ordinary problems together interactively.                 *
*                                                                             *
*   NOTE         : An optional fifth SYS$COMMAND parameter, an              *
*                  EQUIPMENT_ID, takes the candidates from the equipment    *
*                  relationship map as well as, or instead of, the site:    *
*                  everything downstream of that item in EQUIPMENT_RELATION *
*                  (walked the EZITRAK111 way, each item once, at most      *
*                  IMPACT-MAX items) is expanded and every still-open       *
*                  problem logged against those items or the                *
*                  APPLICATION_IDs they serve, within the same window,      *
*                  joins the candidate list. A blank SITE_ID with an        *
*                  EQUIPMENT_ID runs the equipment walk alone; without an   *
*                  EQUIPMENT_ID the job runs exactly as before. An          *
*                  EQUIPMENT_ID not on EQUIPMENT_DETAILS abandons the run.  *
*                  A problem found both ways is updated once. Uses          *
*                  ET_OC/FC/CC_RELATION_DOWNSTREAM,                         *
*                  ET_OC/FC/CC_OPEN_PROBLEM_BY_EQUIPMENT and                *
*                  ET_OC/FC/CC_OPEN_PROBLEM_BY_APPLICATION (see             *
*                  EZITRAK1103's and EZITRAK111's headers).                 *
*                                                                             *
*******************************************************************************
*
/
    copy "EZITRAK_CDD.LOCK_CONTENTION_LOG_REC"  from dictionary.
    copy "EZITRAK_CDD.USER_AUTHORITY_REC"       from dictionary.
    copy "EZITRAK_CDD.AUTH_REFUSAL_LOG_REC"     from dictionary.
    copy "EZITRAK_CDD.EQUIPMENT_RELATION_REC"   from dictionary.
    copy "EZITRAK_CDD.EQUIPMENT_DETAILS_REC"    from dictionary.

    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC" from dictionary
          replacing PROBLEM_DETAILS_REC BY MASTER-PROBLEM-DETAILS-REC.
 01  TRANSACTION_BEGUN_FLAG                      PIC X.
 01  TMP_FLAG                                    PIC X.
 01  MASTER-FOUND-FLAG                           PIC X.
 01  EQUIPMENT-FOUND-FLAG                        PIC X.

 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  ONE-DAY-BIN                                 PIC S9(11)V9(7) COMP
 01  MASTER-PROBLEM-NUMBER                       PIC S9(9) COMP.

 01  WS-PROGRESS-DESC-PARAM                      PIC X(60).
 01  WS-EQUIPMENT-ID-PARAM                       PIC X(8).

 01  SUB1                                        PIC S9(9) COMP.
 01  UPDATE-CANDIDATE-COUNT                      PIC S9(9) COMP VALUE 0.
 01  UPDATE-CANDIDATE-TABLE.
     05  UCT-PROBLEM-NUMBER OCCURS 2000 TIMES    PIC S9(9) COMP.

 01  CHK-SUB                                     PIC S9(9) COMP.
 01  WS-FOUND-FLAG                               PIC X.

 01  IMP-SUB                                     PIC S9(9) COMP.
 01  IMPACT-COUNT                                PIC S9(9) COMP VALUE 0.
 01  IMPACT-MAX                                  PIC S9(9) COMP VALUE 200.
 01  IMPACT-TRUNC-FLAG                           PIC X VALUE "N".
 01  WS-NEW-ITEM-CLASS                           PIC X.

 01  IMPACT-TABLE.
     05  IMPACT-ENTRY OCCURS 200 TIMES.
         10  IMP-ITEM-ID                         PIC X(8).
         10  IMP-ITEM-CLASS                      PIC X.

 01  UPDATED-COUNT                               PIC S9(9) COMP VALUE 0.
 01  SKIPPED-COUNT                               PIC S9(9) COMP VALUE 0.

     05  FILLER                                  PIC X(20) VALUE
                                                    "RECORDS SKIPPED  = ".
     05  WT-SKIPPED-COUNT                        PIC ZZZZZZZZ9.
 01  WS-IMPACT-LINE.
     05  FILLER                                  PIC X(20) VALUE
                                                    "IMPACT ITEMS     = ".
     05  WT-IMPACT-COUNT                         PIC ZZZZZZZZ9.
/
 01  JOB-LOG-NAME                                PIC X(12) VALUE "EZITRAK013".
 01  JOB-LOG-OPEN-FLAG                           PIC X VALUE "N".
        MOVE "N" TO MASTER-FOUND-FLAG
    END-IF.

    IF MASTER-FOUND-FLAG = "Y" AND WS-EQUIPMENT-ID-PARAM NOT = SPACES
        PERFORM 2200-VALIDATE-IMPACT-EQUIPMENT
    END-IF.

    IF MASTER-FOUND-FLAG = "Y" AND EQUIPMENT-FOUND-FLAG = "Y"
        IF WS-SITE-ID-PARAM NOT = SPACES OR WS-EQUIPMENT-ID-PARAM = SPACES
            PERFORM 3000-FIND-CANDIDATE-PROBLEMS
        END-IF
        IF WS-EQUIPMENT-ID-PARAM NOT = SPACES
            PERFORM 3500-FIND-IMPACT-CANDIDATES
        END-IF
        PERFORM 4000-UPDATE-CANDIDATES
    END-IF.

    MOVE "N"  TO UPDATE-TRUNC-FLAG.
    MOVE ZERO TO UPDATED-COUNT.
    MOVE ZERO TO SKIPPED-COUNT.
    MOVE ZERO TO IMPACT-COUNT.
    MOVE "N"  TO IMPACT-TRUNC-FLAG.
    MOVE "Y"  TO EQUIPMENT-FOUND-FLAG.

    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.

    MOVE SPACES TO WS-PROGRESS-DESC-PARAM.
    ACCEPT WS-PROGRESS-DESC-PARAM FROM SYS$COMMAND.

    MOVE SPACES TO WS-EQUIPMENT-ID-PARAM.
    ACCEPT WS-EQUIPMENT-ID-PARAM FROM SYS$COMMAND.

    IF WS-WINDOW-HOURS-TEXT IS NUMERIC AND WS-WINDOW-HOURS-NUM > ZERO
        MOVE WS-WINDOW-HOURS-NUM TO WINDOW-HOURS
    ELSE

    PERFORM 7800_CMT_TRAN.
*
2200-VALIDATE-IMPACT-EQUIPMENT.
    PERFORM 7000-START_TRAN_RO.

    MOVE WS-EQUIPMENT-ID-PARAM TO EQUIPMENT_ID OF EQUIPMENT_DETAILS_REC.

    CALL "ET_SS_EQUIPMENT_WARRANTY" USING SQLCA
                                 EQUIPMENT_ID         OF EQUIPMENT_DETAILS_REC
                                 WARRANTY_EXPIRY_DATE OF EQUIPMENT_DETAILS_REC
                                 MAINTAINER_CODE      OF EQUIPMENT_DETAILS_REC
                                 AGREEMENT_REFERENCE  OF EQUIPMENT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO EQUIPMENT-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO EQUIPMENT-FOUND-FLAG
        DISPLAY "EQUIPMENT " WS-EQUIPMENT-ID-PARAM
                " NOT ON FILE - RUN ABANDONED"
    WHEN OTHER
        DISPLAY "ERROR ON EQUIPMENT_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 7800_CMT_TRAN.
*
2500-CHECK-MASS-UPDATE-AUTHORITY.
    PERFORM 7000-START_TRAN_RO.

    END-EVALUATE.
*
3200-STORE-CANDIDATE.
*   THE SITE SCAN AND THE EQUIPMENT WALK CAN BOTH FIND THE SAME TICKET
    MOVE "N" TO WS-FOUND-FLAG.
    PERFORM 3250-MATCH-CANDIDATE VARYING CHK-SUB FROM 1 BY 1
                            UNTIL CHK-SUB > UPDATE-CANDIDATE-COUNT
                               OR WS-FOUND-FLAG = "Y".

    IF WS-FOUND-FLAG = "N"
        IF UPDATE-CANDIDATE-COUNT < UPDATE-CANDIDATE-MAX
            ADD 1 TO UPDATE-CANDIDATE-COUNT
            MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
              TO UCT-PROBLEM-NUMBER (UPDATE-CANDIDATE-COUNT)
        ELSE
            IF UPDATE-TRUNC-FLAG = "N"
                DISPLAY "MORE THAN " UPDATE-CANDIDATE-MAX
                        " CANDIDATES FOUND - RUN AGAIN TO UPDATE THE REST"
                        WITH CONVERSION
                MOVE "Y" TO UPDATE-TRUNC-FLAG
            END-IF
        END-IF
    END-IF.
*
3250-MATCH-CANDIDATE.
    IF UCT-PROBLEM-NUMBER (CHK-SUB) = PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
        MOVE "Y" TO WS-FOUND-FLAG.
/
3500-FIND-IMPACT-CANDIDATES.
*   THE KEYED ITEM IS ENTRY 1 - THE TABLE GROWS AS IT IS WALKED, SO
*   EACH NEW ENTRY IS EXPANDED IN TURN UNTIL NOTHING NEW TURNS UP
    PERFORM 7000-START_TRAN_RO.

    MOVE 1   TO IMPACT-COUNT.
    MOVE WS-EQUIPMENT-ID-PARAM TO IMP-ITEM-ID (1).
    MOVE "E" TO IMP-ITEM-CLASS (1).

    PERFORM 3510-EXPAND-ONE-ITEM VARYING IMP-SUB FROM 1 BY 1
                                 UNTIL IMP-SUB > IMPACT-COUNT.

    IF IMPACT-TRUNC-FLAG = "Y"
        DISPLAY "MORE THAN " IMPACT-MAX
                " ITEMS DOWNSTREAM - THE WALK WAS CUT SHORT"
                WITH CONVERSION
    END-IF.

    PERFORM 3600-ITEM-CANDIDATES VARYING IMP-SUB FROM 1 BY 1
                                 UNTIL IMP-SUB > IMPACT-COUNT.

    PERFORM 7800_CMT_TRAN.
*
3510-EXPAND-ONE-ITEM.
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
            GO TO 9900-EXIT
        END-EVALUATE

        PERFORM 3520-FETCH-ONE-DEPENDENT UNTIL NOT SQL_SUCCESS

        CALL "ET_CC_RELATION_DOWNSTREAM" USING SQLCA

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR ON RELATION_DOWN_CC CODE=" SQLCODE
                    WITH CONVERSION
            GO TO 9900-EXIT
        END-EVALUATE
    END-IF.
*
3520-FETCH-ONE-DEPENDENT.
    CALL "ET_FC_RELATION_DOWNSTREAM" USING SQLCA
                                 RELATION_TYPE OF EQUIPMENT_RELATION_REC
                                 DEPENDENT_ID  OF EQUIPMENT_RELATION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 3530-ADD-IMPACT-ITEM
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON RELATION_DOWN_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3530-ADD-IMPACT-ITEM.
    IF RELATION_TYPE OF EQUIPMENT_RELATION_REC = "A"
        MOVE "A" TO WS-NEW-ITEM-CLASS
    ELSE
        MOVE "E" TO WS-NEW-ITEM-CLASS
    END-IF.

    MOVE "N" TO WS-FOUND-FLAG.
    PERFORM 3540-MATCH-IMPACT-ITEM VARYING CHK-SUB FROM 1 BY 1
                              UNTIL CHK-SUB > IMPACT-COUNT
                                 OR WS-FOUND-FLAG = "Y".

    IF WS-FOUND-FLAG = "N"
        IF IMPACT-COUNT < IMPACT-MAX
            ADD 1 TO IMPACT-COUNT
            MOVE DEPENDENT_ID OF EQUIPMENT_RELATION_REC
              TO IMP-ITEM-ID    (IMPACT-COUNT)
            MOVE WS-NEW-ITEM-CLASS
              TO IMP-ITEM-CLASS (IMPACT-COUNT)
        ELSE
            MOVE "Y" TO IMPACT-TRUNC-FLAG
        END-IF
    END-IF.
*
3540-MATCH-IMPACT-ITEM.
    IF  IMP-ITEM-ID    (CHK-SUB) = DEPENDENT_ID OF EQUIPMENT_RELATION_REC
    AND IMP-ITEM-CLASS (CHK-SUB) = WS-NEW-ITEM-CLASS
        MOVE "Y" TO WS-FOUND-FLAG.
*
3600-ITEM-CANDIDATES.
    IF IMP-ITEM-CLASS (IMP-SUB) = "A"
        MOVE IMP-ITEM-ID (IMP-SUB) TO APPLICATION_ID OF PROBLEM_DETAILS_REC
        PERFORM 3610-CANDIDATES-BY-APPLICATION
    ELSE
        PERFORM 3620-CANDIDATES-BY-EQUIPMENT
    END-IF.
*
3610-CANDIDATES-BY-APPLICATION.
    CALL "ET_OC_OPEN_PROBLEM_BY_APPLICATION" USING SQLCA
                                 APPLICATION_ID OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON OPEN_BY_APPL_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3615-FETCH-ONE-BY-APPLICATION UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_OPEN_PROBLEM_BY_APPLICATION" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON OPEN_BY_APPL_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3615-FETCH-ONE-BY-APPLICATION.
    CALL "ET_FC_OPEN_PROBLEM_BY_APPLICATION" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 PRIORITY_ID    OF PROBLEM_DETAILS_REC
                                 CONTACT_DATE   OF PROBLEM_DETAILS_REC
                                 PROBLEM_DESC   OF PROBLEM_DETAILS_REC
    END-CALL.

    PERFORM 3650-CHECK-IMPACT-CANDIDATE.
*
3620-CANDIDATES-BY-EQUIPMENT.
    CALL "ET_OC_OPEN_PROBLEM_BY_EQUIPMENT" USING SQLCA
                                 IMP-ITEM-ID (IMP-SUB)
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON OPEN_BY_EQUIP_OC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.

    PERFORM 3625-FETCH-ONE-BY-EQUIPMENT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_OPEN_PROBLEM_BY_EQUIPMENT" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON OPEN_BY_EQUIP_CC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
*
3625-FETCH-ONE-BY-EQUIPMENT.
    CALL "ET_FC_OPEN_PROBLEM_BY_EQUIPMENT" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 PRIORITY_ID    OF PROBLEM_DETAILS_REC
                                 CONTACT_DATE   OF PROBLEM_DETAILS_REC
                                 PROBLEM_DESC   OF PROBLEM_DETAILS_REC
    END-CALL.

    PERFORM 3650-CHECK-IMPACT-CANDIDATE.
*
3650-CHECK-IMPACT-CANDIDATE.
*   THE SAME WINDOW AS THE SITE SCAN - AN OLD TICKET ON A BOX THAT
*   HAPPENS TO SIT UNDER THE FAILED ITEM IS NOT PART OF THIS OUTAGE
    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF  PROBLEM_NUMBER OF PROBLEM_DETAILS_REC NOT = MASTER-PROBLEM-NUMBER
        AND CONTACT_DATE   OF PROBLEM_DETAILS_REC >= WINDOW-START-BIN
            PERFORM 3200-STORE-CANDIDATE
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR ON OPEN_PROBLEM_FC CODE=" SQLCODE WITH CONVERSION
        GO TO 9900-EXIT
    END-EVALUATE.
/
4000-UPDATE-CANDIDATES.
    PERFORM 4100-UPDATE-ONE-CANDIDATE THRU 4100-UPDATE-ONE-CANDIDATE-EXIT
    MOVE SKIPPED-COUNT           TO WT-SKIPPED-COUNT.
    MOVE WS-SKIPPED-LINE         TO MASS-UPDATE-REPORT-LINE.
    WRITE MASS-UPDATE-REPORT-LINE.

    IF WS-EQUIPMENT-ID-PARAM NOT = SPACES
        MOVE IMPACT-COUNT        TO WT-IMPACT-COUNT
        MOVE WS-IMPACT-LINE      TO MASS-UPDATE-REPORT-LINE
        WRITE MASS-UPDATE-REPORT-LINE
    END-IF.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_PROBLEM" USING SQLCA.
