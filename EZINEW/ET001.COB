*                  row update instead of a relink. The wait is whole       *
*                  seconds when parameterised.                             *
*                                                                             *
*   NOTE         : PLANNED_OUTAGE is a new CDD table (layout in             *
*                  EZITRAK093's header) recording scheduled maintenance     *
*                  windows against an application and/or site.              *
*                  4100-VALIDATE-PROB-CREATE now runs                       *
*                  4190-CHECK-PLANNED-OUTAGE after the contract check - a   *
*                  call logged against an application or site inside an     *
*                  active window warns "PLANNED OUTAGE IN PROGRESS UNTIL    *
*                  ..." once, the 4150 duplicate-check pattern, so the      *
*                  operator can tell the caller the outage is planned;      *
*                  OUTAGE-WARNING-FLAG lets a deliberate resubmit through.  *
*                  A DBA/CDD maintainer needs to generate                   *
*                  ET_SS_PLANNED_OUTAGE_BY_COVER (APPLICATION_ID, SITE_ID   *
*                  and a timestamp in; OUTAGE_ID, END_TMSTAMP and           *
*                  CHANGE_NUMBER of the latest-ending window out) matching  *
*                  START_TMSTAMP <= time <= END_TMSTAMP where the window's  *
*                  APPLICATION_ID and SITE_ID are each blank or equal to    *
*                  the value passed in.                                     *
*                                                                             *
*   NOTE         : PROBLEM_DETAILS needs a new CONFIDENTIAL_FLAG PIC X      *
*                  column ("Y"/"N") and EZITRAK012_REC a matching screen    *
*                  field, for HR and security tickets. Anyone may set it at *
*                  create (blank is taken as "N"); afterwards               *
*                  6460-CHECK-CONFIDENTIAL-CHANGE lets only a               *
*                  SUPERVISOR_FLAG user change it, and EZITRAK099 maintains *
*                  it together with the PROBLEM_ACCESS list (layout in      *
*                  EZITRAK0993's header). As a problem is loaded            *
*                  8940-CHECK-CONFIDENTIAL-ACCESS refuses it ("PROBLEM IS   *
*                  RESTRICTED") unless the user is the recorder, the        *
*                  assignee or listed on PROBLEM_ACCESS - the supervisor    *
*                  flag alone does not open it. The column rides the narrow *
*                  pair ET_UR_PROBLEM_CONFIDENTIAL (PROBLEM_NUMBER +        *
*                  CONFIDENTIAL_FLAG, 7232-SET-CONFIDENTIAL-FLAG) and       *
*                  ET_SS_PROBLEM_CONFIDENTIAL (PROBLEM_NUMBER in;           *
*                  CONFIDENTIAL_FLAG, RECORDING_PERSON_ID and               *
*                  PERSON_ASSIGNED_ID out, so the browse and batch programs *
*                  whose cursors lack the recorder can make the same test - *
*                  3430-GET-CONFIDENTIAL-FLAG), the CAUSED_BY_CHANGE        *
*                  pattern above, which a DBA/CDD maintainer needs to       *
*                  generate.                                                *
*                                                                             *
*   NOTE         : A deleted confidential problem stays restricted in the   *
*                  archive - 7652-ARCHIVE-CONFIDENTIAL-FLAG carries the "Y" *
*                  onto the ARCHIVED_PROBLEM_DETAILS row through            *
*                  ET_UR_ARCHIVED_PROBLEM_CONFIDENTIAL, as EZITRAK012's     *
*                  purge does (see its header).                             *
*                                                                             *
*   NOTE         : TICKET_VIEW_LOG (see EZITRAK100's header) records who    *
*                  has looked at a problem - 7070-RECORD-TICKET-VIEW writes *
*                  one fire-and-forget row (problem, person, program, time) *
*                  each time a problem is displayed, in the 7060 usage      *
*                  style, so a failed write never stops the display.        *
*                                                                             *
*   NOTE         : 4100-VALIDATE-PROB-CREATE now runs 4195-CHECK-WARRANTY:  *
*                  a problem logged against an EQUIPMENT_ID whose           *
*                  WARRANTY_EXPIRY_DATE (read through the new               *
*                  ET_SS_EQUIPMENT_WARRANTY - see EZITRAK0503's header) has *
*                  not passed warns once "UNDER WARRANTY WITH <maintainer>  *
*                  UNTIL <date>", WARRANTY-WARNING-FLAG letting a plain     *
*                  resubmit through. Resubmitting with the new "R" key      *
*                  instead saves the problem and opens referral 1 to the    *
*                  maintainer straight away (5800-OPEN-WARRANTY-REFERRAL,   *
*                  ET_IR_PROBLEM_REFERRAL), promised in the vendor's        *
*                  TURNAROUND_DAYS counted as working days (weekends and    *
*                  WORK_CALENDAR dates skipped, as EZITRAK004) - the        *
*                  EZITRAK012 panel needs "R" added to its function keys    *
*                  alongside "P".                                           *
*                                                                             *
*   NOTE         : PROBLEM_DETAILS needs a new ASSIGNED_GROUP_ID PIC X(8)   *
*                  column and EZITRAK012_REC a matching screen field, so a  *
*                  problem can be queued to a support team (SUPPORT_GROUP / *
*                  GROUP_MEMBER - layouts in EZITRAK1373's and              *
*                  EZITRAK1383's headers) as well as, or instead of, one    *
*                  PERSON_ASSIGNED_ID. A keyed group is validated against   *
*                  SUPPORT_GROUP at create (4100) and when changed          *
*                  (6470-CHECK-GROUP-CHANGE); blank is allowed. The column  *
*                  rides the narrow pair ET_UR_PROBLEM_ASSIGNED_GROUP       *
*                  (PROBLEM_NUMBER + ASSIGNED_GROUP_ID,                     *
*                  7234-SET-ASSIGNED-GROUP) and                             *
*                  ET_SS_PROBLEM_ASSIGNED_GROUP (PROBLEM_NUMBER in,         *
*                  ASSIGNED_GROUP_ID out, 3440-GET-ASSIGNED-GROUP), the     *
*                  CONFIDENTIAL_FLAG pattern above. A newly queued group    *
*                  has each member (up to 20, per                           *
*                  ET_OC1/FC1/CC1_GROUP_MEMBER) sent a "PROBLEM n QUEUED TO *
*                  GROUP g" notice through 7290, the person doing the       *
*                  queueing excepted. A DBA/CDD maintainer needs to add the *
*                  column and generate the two modules.                     *
*                                                                             *
*******************************************************************************
*
/
    copy "EZITRAK_CDD.SITE_DETAILS_REC"                      from dictionary.
    copy "EZITRAK_CDD.CHANGE_DETAILS_REC"                    from dictionary.
    copy "EZITRAK_CDD.EQUIPMENT_DETAILS_REC"                 from dictionary.
    copy "EZITRAK_CDD.VENDOR_DETAILS_REC"                    from dictionary.
    copy "EZITRAK_CDD.PROBLEM_REFERRAL_REC"                  from dictionary.
    copy "EZITRAK_CDD.KNOWN_ERROR_REC"                       from dictionary.
    copy "EZITRAK_CDD.CATEGORY_DETAILS_REC"                  from dictionary.
    copy "EZITRAK_CDD.SUBCATEGORY_DETAILS_REC"               from dictionary.
    copy "EZITRAK_CDD.CONTRACT_DETAILS_REC"                  from dictionary.
    copy "EZITRAK_CDD.PLANNED_OUTAGE_REC"                    from dictionary.
    copy "EZITRAK_CDD.SLA_DETAILS_REC"                       from dictionary.
    copy "EZITRAK_CDD.PROBLEM_TEMPLATE_REC"                  from dictionary.
    copy "EZITRAK_CDD.PROBLEM_ACCESS_REC"                    from dictionary.
    copy "EZITRAK_CDD.PROBLEM_TEXT_DETAILS_REC"              from dictionary.
    copy "EZITRAK_CDD.ARCHIVED_PROBLEM_TEXT_DETAILS_REC"     from dictionary.
    copy "EZITRAK_CDD.PROBLEM_WATCH_REC"                     from dictionary.
    copy "EZITRAK_CDD.SUPPORT_GROUP_REC"                     from dictionary.
    copy "EZITRAK_CDD.GROUP_MEMBER_REC"                      from dictionary.
    copy "EZITRAK_CDD.USER_AUTHORITY_REC"        from dictionary.
    copy "EZITRAK_CDD.AUTH_REFUSAL_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.ARCHIVED_PROBLEM_DETAILS_REC"          from dictionary.
    copy "EZITRAK_CDD.ARCHIVED_PROBLEM_SOLUTION_DETAILS_REC" from dictionary.
    copy "EZITRAK_CDD.WORK_CALENDAR_REC"                     from dictionary.

    copy "EZITRAK_CDD.PROBLEM_DETAILS_REC" from dictionary
          replacing PROBLEM_DETAILS_REC BY REF-PROBLEM-DETAILS-REC.
    copy "EZITRAK_CDD.SYSTEM_QUIESCE_REC"       from dictionary.
    copy "EZITRAK_CDD.PROBLEM_JOURNAL_REC"      from dictionary.
    copy "EZITRAK_CDD.USAGE_LOG_REC"            from dictionary.
    copy "EZITRAK_CDD.TICKET_VIEW_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.NOTIFICATION_QUEUE_REC"   from dictionary.
/
 01  SESSION-ID                                  PIC X(16) GLOBAL.
 01  WS-CATEGORY-ID                              PIC X(4).
 01  WS-SUBCATEGORY-ID                           PIC X(4).
 01  WS-CONTRACT-NUMBER                          PIC X(8).
 01  WS-CONFIDENTIAL-FLAG                        PIC X.
 01  CONFIDENTIAL-OK-FLAG                        PIC X.
 01  WS-CONF-RECORDER-ID                         PIC X(8).
 01  WS-CONF-ASSIGNED-ID                         PIC X(8).
 01  WS-CONTACT-LINE-COUNT                       PIC S9(4) COMP.
 01  WS-DOC-LINE-COUNT                           PIC S9(4) COMP.
 01  WS-WATCHER-COUNT                            PIC S9(4) COMP.
 01  WS-WATCHER-TABLE.
     03  WS-WATCHER-ID                           PIC X(8)
                                                 OCCURS 20.
 01  WS-ASSIGNED-GROUP-ID                        PIC X(8).
 01  WS-GROUP-MEMBER-COUNT                       PIC S9(4) COMP.
 01  WS-GROUP-MEMBER-SUB                         PIC S9(4) COMP.
 01  WS-GROUP-MEMBER-TABLE.
     03  WS-GROUP-MEMBER-ID                      PIC X(8)
                                                 OCCURS 20.
 01  APPLICATION-FOUND-FLAG                      PIC X.
 01  STATUS-FOUND-FLAG                           PIC X.
 01  PRIORITY-FOUND-FLAG                         PIC X.
 01  EQUIPMENT-FOUND-FLAG                        PIC X.
 01  CATEGORY-FOUND-FLAG                         PIC X.
 01  SUBCATEGORY-FOUND-FLAG                      PIC X.
 01  GROUP-FOUND-FLAG                            PIC X.
 01  SLA-FOUND-FLAG                              PIC X.
 01  TEMPLATE-FOUND-FLAG                         PIC X.
 01  DUP-PROBLEM-FOUND-FLAG                      PIC X.
 01  LEAVE-WARNING-FLAG                          PIC X.
 01  KNOWN-ERROR-WARNING-FLAG                    PIC X.
 01  CONTRACT-WARNING-FLAG                       PIC X.
 01  OUTAGE-WARNING-FLAG                         PIC X.
 01  WS-OUTAGE-UNTIL-TEXT                        PIC X(23).
 01  WARRANTY-WARNING-FLAG                       PIC X.
 01  WARRANTY-REFER-FLAG                         PIC X.
 01  WS-WARRANTY-VENDOR-CODE                     PIC X(8).
 01  WS-WARRANTY-UNTIL-TEXT                      PIC X(23).
 01  CONTRACT-FOUND-FLAG                         PIC X.
 01  WS-ASSIGNEE-AWAY-FLAG                       PIC X.
 01  WS-AWAY-PERSON-ID                           PIC X(8).
                                                    VALUE 864000000000.
 01  ONE-HOUR-BIN                                PIC S9(11)V9(7) COMP
                                                    VALUE 36000000000.
 01  WS-DUE-DATE                                 PIC S9(11)V9(7) COMP.
 01  WS-BD-EST-DAYS                              PIC S9(9) COMP.
 01  WS-BD-DAY-NUMBER                            PIC S9(9) COMP.
 01  WS-BD-DAY-OF-WEEK                           PIC S9(9) COMP.
 01  WS-BD-DAY-START                             PIC S9(11)V9(7) COMP.
 01  WS-WORKING-DAY-FLAG                         PIC X.
 01  WS-ASSIGN-DAY-NUMBER                        PIC S9(9) COMP.
 01  WS-ASSIGN-DAY-START-BIN                     PIC S9(11)V9(7) COMP.
 01  WS-ASSIGN-DAY-REMAIN-BIN                    PIC S9(11)V9(7) COMP.
    IF STAGE-OF-PROCESSING = 35
        PERFORM 6450-CHECK-DUE-DATE-CHANGE THRU 6450-CHECK-DUE-DATE-END.

    IF STAGE-OF-PROCESSING = 35
        PERFORM 6460-CHECK-CONFIDENTIAL-CHANGE
           THRU 6460-CHECK-CONFIDENTIAL-END.

    IF STAGE-OF-PROCESSING = 35
        PERFORM 6470-CHECK-GROUP-CHANGE THRU 6470-CHECK-GROUP-CHANGE-END.

    IF STAGE-OF-PROCESSING = 35
        PERFORM 6500-REWRITE-PROB-RECORD.

    IF TMP-FLAG = "N"
        MOVE 20 TO STAGE-OF-PROCESSING
    ELSE
        PERFORM 3430-GET-CONFIDENTIAL-FLAG
        PERFORM 8940-CHECK-CONFIDENTIAL-ACCESS
           THRU 8940-CHECK-CONFIDENTIAL-EXIT
        IF CONFIDENTIAL-OK-FLAG = "N"
            MOVE "PROBLEM IS RESTRICTED - NOT ON ITS ACCESS LIST"
              TO ERROR_MESSAGE OF EZITRAK011_REC
            MOVE 11 TO STAGE-OF-PROCESSING
        ELSE
            MOVE REC_TMSTAMP OF PROBLEM_DETAILS_REC
              TO SAVED_PROBLEM_TMSTAMP
            MOVE 30 TO STAGE-OF-PROCESSING
            PERFORM 3100_GET_OTHER_DETAILS
            PERFORM 3200-GET-EXTENDED-TEXT
            PERFORM 3400-GET-CHANGE-REFERENCE
            PERFORM 3410-GET-EQUIPMENT-REFERENCE
            PERFORM 3420-GET-CLASSIFICATION
            PERFORM 3440-GET-ASSIGNED-GROUP
        END-IF
    END-IF.

    PERFORM 7800_CMT_TRAN.

    IF STAGE-OF-PROCESSING = 30
        MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
          TO PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC
        PERFORM 7070-RECORD-TICKET-VIEW
        PERFORM 7270-REGISTER-EDIT-IN-USE
    END-IF.
/
        GO TO 9900_EXIT
    END-EVALUATE.
/
3430-GET-CONFIDENTIAL-FLAG.
    MOVE "N"    TO WS-CONFIDENTIAL-FLAG.
    MOVE SPACES TO WS-CONF-RECORDER-ID.
    MOVE SPACES TO WS-CONF-ASSIGNED-ID.

    CALL "ET_SS_PROBLEM_CONFIDENTIAL" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 WS-CONFIDENTIAL-FLAG
                                 WS-CONF-RECORDER-ID
                                 WS-CONF-ASSIGNED-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF WS-CONFIDENTIAL-FLAG NOT = "Y"
            MOVE "N" TO WS-CONFIDENTIAL-FLAG
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CONFIDENTIAL_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING CONFIDENTIAL FLAG"
          TO ERROR_MESSAGE OF EZITRAK011_REC
        GO TO 9900_EXIT
    END-EVALUATE.
/
3440-GET-ASSIGNED-GROUP.
    MOVE SPACES TO WS-ASSIGNED-GROUP-ID.

    CALL "ET_SS_PROBLEM_ASSIGNED_GROUP" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
                                 WS-ASSIGNED-GROUP-ID
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF ASSIGNED_GROUP_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING ASSIGNED GROUP"
          TO ERROR_MESSAGE OF EZITRAK011_REC
        GO TO 9900_EXIT
    END-EVALUATE.
/
4000-PROB-CREATE-SCREEN.
    IF STAGE-OF-PROCESSING = 20
        INITIALIZE             EZITRAK012-REC
        MOVE "N"              TO LEAVE-WARNING-FLAG
        MOVE "N"              TO KNOWN-ERROR-WARNING-FLAG
        MOVE "N"              TO CONTRACT-WARNING-FLAG
        MOVE "N"              TO OUTAGE-WARNING-FLAG
        MOVE "N"              TO WARRANTY-WARNING-FLAG
        PERFORM 4050-OFFER-PARKED-DRAFT THRU 4050-OFFER-PARKED-DRAFT-END
    END-IF.

    MOVE SPACE TO KEY_PRESSED OF EZITRAK012_REC.
    PERFORM 8100-REQUEST-02.
    MOVE SPACES  TO ERROR_MESSAGE OF EZITRAK012_REC.
    MOVE "N"     TO WARRANTY-REFER-FLAG.

    EVALUATE KEY_PRESSED OF EZITRAK012_REC
    WHEN "E"
        MOVE 99 TO STAGE-OF-PROCESSING
    WHEN "R"
        MOVE "Y" TO WARRANTY-REFER-FLAG
        PERFORM 4100-VALIDATE-PROB-CREATE
           THRU 4100-VALIDATE-PROB-CREATE-EXIT
    WHEN "B"
        MOVE 10 TO STAGE-OF-PROCESSING
    WHEN "T"
            MOVE 21 TO STAGE-OF-PROCESSING
        ELSE
            PERFORM 4100-VALIDATE-PROB-CREATE
               THRU 4100-VALIDATE-PROB-CREATE-EXIT
        END-IF
    END-EVALUATE.
/
        GO TO 4100-VALIDATE-PROB-CREATE-EXIT
    END-IF.

    IF CONFIDENTIAL_FLAG OF EZITRAK012-REC = SPACE
        MOVE "N" TO CONFIDENTIAL_FLAG OF EZITRAK012-REC
    END-IF.

    IF CONFIDENTIAL_FLAG OF EZITRAK012-REC NOT = "Y"
       AND CONFIDENTIAL_FLAG OF EZITRAK012-REC NOT = "N"
        MOVE 21 TO STAGE-OF-PROCESSING
        MOVE "CONFIDENTIAL FLAG MUST BE Y OR N"
          TO ERROR_MESSAGE OF EZITRAK012_REC
        GO TO 4100-VALIDATE-PROB-CREATE-EXIT
    END-IF.

    IF EQUIPMENT_ID OF EZITRAK012-REC NOT = SPACES
        MOVE EQUIPMENT_ID OF EZITRAK012-REC
          TO EQUIPMENT_ID OF EQUIPMENT_DETAILS_REC
        GO TO 4100-VALIDATE-PROB-CREATE-EXIT
    END-IF.

    IF ASSIGNED_GROUP_ID OF EZITRAK012-REC NOT = SPACES
        MOVE ASSIGNED_GROUP_ID OF EZITRAK012-REC
          TO GROUP_ID          OF SUPPORT_GROUP_REC

        PERFORM 8959-READ-SUPPORT-GROUP-TABLE

        IF GROUP-FOUND-FLAG = "N"
            MOVE 21 TO STAGE-OF-PROCESSING
            MOVE "SUPPORT GROUP NOT ON FILE"
              TO ERROR_MESSAGE OF EZITRAK012_REC
        END-IF
    END-IF.

    IF STAGE-OF-PROCESSING NOT = 25
        GO TO 4100-VALIDATE-PROB-CREATE-EXIT
    END-IF.

    PERFORM 4170-CHECK-CONTRACT-COVER THRU 4170-CHECK-CONTRACT-COVER-EXIT.

    IF STAGE-OF-PROCESSING NOT = 25
        GO TO 4100-VALIDATE-PROB-CREATE-EXIT
    END-IF.

    PERFORM 4190-CHECK-PLANNED-OUTAGE THRU 4190-CHECK-PLANNED-OUTAGE-EXIT.

    IF STAGE-OF-PROCESSING NOT = 25
        GO TO 4100-VALIDATE-PROB-CREATE-EXIT
    END-IF.

    PERFORM 4195-CHECK-WARRANTY THRU 4195-CHECK-WARRANTY-EXIT.

    IF STAGE-OF-PROCESSING NOT = 25
        GO TO 4100-VALIDATE-PROB-CREATE-EXIT
    END-IF.

    PERFORM 4150-CHECK-DUPLICATE-PROBLEM.

4100-VALIDATE-PROB-CREATE-EXIT.
4170-CHECK-CONTRACT-COVER-EXIT.
    EXIT.
/
4190-CHECK-PLANNED-OUTAGE.
*   A CALL AGAINST AN APPLICATION OR SITE THAT IS DOWN ON PURPOSE IS
*   ADVISORY ONLY - WARN ONCE WITH THE WINDOW END, THE 4150 PATTERN
    IF OUTAGE-WARNING-FLAG = "Y"
        GO TO 4190-CHECK-PLANNED-OUTAGE-EXIT
    END-IF.

    MOVE APPLICATION_ID OF EZITRAK012-REC
      TO APPLICATION_ID OF PLANNED_OUTAGE_REC.
    MOVE SITE_ID        OF EZITRAK012-REC
      TO SITE_ID        OF PLANNED_OUTAGE_REC.

    PERFORM 8600-GET-TIME.

    CALL "ET_SS_PLANNED_OUTAGE_BY_COVER" USING SQLCA
                                 APPLICATION_ID OF PLANNED_OUTAGE_REC
                                 SITE_ID        OF PLANNED_OUTAGE_REC
                                 CURRENT_DATE_BIN
                                 OUTAGE_ID      OF PLANNED_OUTAGE_REC
                                 END_TMSTAMP    OF PLANNED_OUTAGE_REC
                                 CHANGE_NUMBER  OF PLANNED_OUTAGE_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO OUTAGE-WARNING-FLAG
        MOVE 21  TO STAGE-OF-PROCESSING
        MOVE SPACES TO WS-OUTAGE-UNTIL-TEXT
        CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                                BY DESCRIPTOR WS-OUTAGE-UNTIL-TEXT
                                BY REFERENCE  END_TMSTAMP OF PLANNED_OUTAGE_REC
                                OMITTED
                          GIVING ERR_RET
        MOVE SPACES TO ERROR_MESSAGE OF EZITRAK012_REC
        STRING "PLANNED OUTAGE IN PROGRESS UNTIL " DELIMITED BY SIZE
               WS-OUTAGE-UNTIL-TEXT (1:17)         DELIMITED BY SIZE
          INTO ERROR_MESSAGE OF EZITRAK012_REC
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF PLANNED_OUTAGE_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING PLANNED OUTAGES"
          TO ERROR_MESSAGE OF EZITRAK012_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
4190-CHECK-PLANNED-OUTAGE-EXIT.
    EXIT.
/
4195-CHECK-WARRANTY.
*   A CALL-OUT THE MANUFACTURER OWES US FREE SHOULD NOT BE PAID FOR -
*   WARN ONCE WITH THE MAINTAINER AND EXPIRY, THE 4190 PATTERN. THE
*   "R" KEY SAVES AND OPENS THE VENDOR REFERRAL IN ONE GO (5800)
    MOVE SPACES TO WS-WARRANTY-VENDOR-CODE.

    IF EQUIPMENT_ID OF EZITRAK012-REC = SPACES
        GO TO 4195-CHECK-WARRANTY-EXIT
    END-IF.

    MOVE EQUIPMENT_ID OF EZITRAK012-REC
      TO EQUIPMENT_ID OF EQUIPMENT_DETAILS_REC.

    IF TRANSACTION_BEGUN_FLAG = "N"
        PERFORM 7000_START_TRAN_RO
    END-IF.

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
        MOVE ZERO TO SQLCODE
        GO TO 4195-CHECK-WARRANTY-EXIT
    WHEN OTHER
        DISPLAY "ERROR OF EQUIPMENT_WARRANTY_SS CODE=" SQLCODE
                WITH CONVERSION
        MOVE "ERROR READING EQUIPMENT WARRANTY"
          TO ERROR_MESSAGE OF EZITRAK012_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 8600-GET-TIME.

    IF WARRANTY_EXPIRY_DATE OF EQUIPMENT_DETAILS_REC < CURRENT_DATE_BIN
    OR MAINTAINER_CODE OF EQUIPMENT_DETAILS_REC = SPACES
        GO TO 4195-CHECK-WARRANTY-EXIT
    END-IF.

    MOVE MAINTAINER_CODE OF EQUIPMENT_DETAILS_REC
      TO WS-WARRANTY-VENDOR-CODE.

    IF WARRANTY-WARNING-FLAG = "Y"
        GO TO 4195-CHECK-WARRANTY-EXIT
    END-IF.

    MOVE "Y" TO WARRANTY-WARNING-FLAG.
    MOVE 21  TO STAGE-OF-PROCESSING.
    MOVE SPACES TO WS-WARRANTY-UNTIL-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-WARRANTY-UNTIL-TEXT
                            BY REFERENCE  WARRANTY_EXPIRY_DATE
                                          OF EQUIPMENT_DETAILS_REC
                            OMITTED
                      GIVING ERR_RET.
    MOVE SPACES TO ERROR_MESSAGE OF EZITRAK012_REC.
    STRING "UNDER WARRANTY WITH "        DELIMITED BY SIZE
           WS-WARRANTY-VENDOR-CODE       DELIMITED BY SPACE
           " UNTIL "                     DELIMITED BY SIZE
           WS-WARRANTY-UNTIL-TEXT (1:11) DELIMITED BY SIZE
           " - R REFERS IT"              DELIMITED BY SIZE
      INTO ERROR_MESSAGE OF EZITRAK012_REC.
*
4195-CHECK-WARRANTY-EXIT.
    EXIT.
/
4180-DERIVE-PRIORITY.
*   CONSISTENT PRIORITISATION - THE IMPACT/URGENCY PAIR DERIVES THE
*   PRIORITY, AND ONLY A SUPERVISOR MAY KEY A DIFFERENT ONE
        PERFORM 5700-INSERT-EXTENDED-TEXT
        MOVE "NEW RECORD CREATED PLEASE CHECK THE SCREEN NBR= "
          TO WS_ERROR_MESSAGE_TXT
        IF WARRANTY-REFER-FLAG = "Y"
           AND WS-WARRANTY-VENDOR-CODE NOT = SPACES
            PERFORM 5800-OPEN-WARRANTY-REFERRAL
        END-IF
        MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
          TO WS_ERROR_MESSAGE_NBR
        MOVE WS_ERROR_MESSAGE

    PERFORM 7600-NEXT-PROBLEM_UR.
*
5800-OPEN-WARRANTY-REFERRAL.
*   THE NEW PROBLEM HAS NO REFERRALS YET, SO THIS IS REFERRAL 1. THE
*   PROMISE IS THE VENDOR'S TURNAROUND IN WORKING DAYS, AS EZITRAK004
*   6855 SETS IT - EZITRAK004 CAN MOVE IT IF THE VENDOR COMMITS TO
*   SOMETHING ELSE
    MOVE WS-WARRANTY-VENDOR-CODE TO VENDOR_CODE OF VENDOR_DETAILS_REC.

    CALL "ET_SS_VENDOR_DETAILS" USING SQLCA
                                 VENDOR_CODE      OF VENDOR_DETAILS_REC
                                 VENDOR_NAME      OF VENDOR_DETAILS_REC
                                 ESCALATION_PHONE OF VENDOR_DETAILS_REC
                                 ESCALATION_EMAIL OF VENDOR_DETAILS_REC
                                 TURNAROUND_DAYS  OF VENDOR_DETAILS_REC
                                 REC_USER         OF VENDOR_DETAILS_REC
                                 REC_TMSTAMP      OF VENDOR_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO TURNAROUND_DAYS OF VENDOR_DETAILS_REC
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF VENDOR_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING VENDOR" TO ERROR_MESSAGE OF EZITRAK012_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 8600-GET-TIME.

    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF PROBLEM_REFERRAL_REC.
    MOVE 1                       TO REFERRAL_NUMBER OF PROBLEM_REFERRAL_REC.
    MOVE WS-WARRANTY-VENDOR-CODE TO REFERRED_TO     OF PROBLEM_REFERRAL_REC.
    MOVE CURRENT_DATE_BIN        TO SENT_DATE       OF PROBLEM_REFERRAL_REC.
    MOVE ZERO                    TO RETURNED_DATE   OF PROBLEM_REFERRAL_REC.
    MOVE CURRENT_DATE_BIN        TO REC_TMSTAMP     OF PROBLEM_REFERRAL_REC.

    MOVE ZERO TO PROMISED_DATE OF PROBLEM_REFERRAL_REC.
    IF TURNAROUND_DAYS OF VENDOR_DETAILS_REC > ZERO
        MOVE CURRENT_DATE_BIN TO WS-DUE-DATE
        MOVE TURNAROUND_DAYS OF VENDOR_DETAILS_REC TO WS-BD-EST-DAYS
        PERFORM 8975-COMPUTE-BUSINESS-DUE-DATE
        MOVE WS-DUE-DATE TO PROMISED_DATE OF PROBLEM_REFERRAL_REC
    END-IF.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER OF PROBLEM_REFERRAL_REC.

    CALL "ET_IR_PROBLEM_REFERRAL" USING SQLCA
                                 PROBLEM_NUMBER  OF PROBLEM_REFERRAL_REC
                                 REFERRAL_NUMBER OF PROBLEM_REFERRAL_REC
                                 REFERRED_TO     OF PROBLEM_REFERRAL_REC
                                 SENT_DATE       OF PROBLEM_REFERRAL_REC
                                 PROMISED_DATE   OF PROBLEM_REFERRAL_REC
                                 RETURNED_DATE   OF PROBLEM_REFERRAL_REC
                                 REC_USER        OF PROBLEM_REFERRAL_REC
                                 REC_TMSTAMP     OF PROBLEM_REFERRAL_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "NEW RECORD CREATED AND REFERRED UNDER WARRANTY "
          TO WS_ERROR_MESSAGE_TXT
    WHEN SQL_DUPLICATE_IDX
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF REFERRAL_IR CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR RECORDING REFERRAL" TO ERROR_MESSAGE OF EZITRAK012_REC
        GO TO 9900_EXIT
    END-EVALUATE.
*
5700-INSERT-EXTENDED-TEXT.
    PERFORM 5750-INSERT-ONE-TEXT-LINE VARYING SUB2 FROM 1 BY 1
                                 UNTIL SUB2 > TEXT-LINE-MAX.
        MOVE WS-EQUIPMENT-ID      TO EQUIPMENT_ID     OF EZITRAK012-REC
        MOVE WS-CATEGORY-ID       TO CATEGORY_ID      OF EZITRAK012-REC
        MOVE WS-SUBCATEGORY-ID    TO SUBCATEGORY_ID   OF EZITRAK012-REC
        MOVE WS-CONFIDENTIAL-FLAG TO CONFIDENTIAL_FLAG OF EZITRAK012-REC
        MOVE WS-ASSIGNED-GROUP-ID TO ASSIGNED_GROUP_ID OF EZITRAK012-REC
        PERFORM 3300-MOVE-TEXT-TO-SCREEN VARYING SUB2 FROM 1 BY 1
                                    UNTIL SUB2 > TEXT-LINE-MAX
    END-IF.
        PERFORM 7800_CMT_TRAN
    END-IF.
/
6460-CHECK-CONFIDENTIAL-CHANGE.
*   ANYONE MAY MARK A TICKET CONFIDENTIAL AS IT IS CREATED, BUT AFTER
*   THAT ONLY A SUPERVISOR MAY SET OR CLEAR THE FLAG - THE COMPARISON
*   IS AGAINST THE VALUE READ WHEN THE PROBLEM WAS LOADED
    IF CONFIDENTIAL_FLAG OF EZITRAK012-REC = SPACE
        MOVE "N" TO CONFIDENTIAL_FLAG OF EZITRAK012-REC
    END-IF.

    IF CONFIDENTIAL_FLAG OF EZITRAK012-REC NOT = "Y"
       AND CONFIDENTIAL_FLAG OF EZITRAK012-REC NOT = "N"
        MOVE WS-CONFIDENTIAL-FLAG TO CONFIDENTIAL_FLAG OF EZITRAK012-REC
        MOVE 31 TO STAGE-OF-PROCESSING
        MOVE "CONFIDENTIAL FLAG MUST BE Y OR N"
          TO ERROR_MESSAGE OF EZITRAK012_REC
        GO TO 6460-CHECK-CONFIDENTIAL-END
    END-IF.

    IF CONFIDENTIAL_FLAG OF EZITRAK012-REC = WS-CONFIDENTIAL-FLAG
        GO TO 6460-CHECK-CONFIDENTIAL-END
    END-IF.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO PERSON-ID OF PERSON_DETAILS_REC.
    PERFORM 8500-READ-PERSON-TABLE.

    IF TRANSACTION_BEGUN_FLAG = "Y"
        PERFORM 7800_CMT_TRAN
    END-IF.

    IF SUPERVISOR-FLAG OF PERSON_DETAILS_REC NOT = "Y"
        MOVE WS-CONFIDENTIAL-FLAG TO CONFIDENTIAL_FLAG OF EZITRAK012-REC
        MOVE 31 TO STAGE-OF-PROCESSING
        MOVE "ONLY A SUPERVISOR CAN CHANGE THE CONFIDENTIAL FLAG"
          TO ERROR_MESSAGE OF EZITRAK012_REC
    END-IF.
*
6460-CHECK-CONFIDENTIAL-END.
    EXIT.
/
6470-CHECK-GROUP-CHANGE.
*   A QUEUED GROUP MUST BE ON THE SUPPORT_GROUP TABLE - CLEARING IT IS
*   ALWAYS ALLOWED, AND AN UNCHANGED GROUP IS NOT READ AGAIN
    IF ASSIGNED_GROUP_ID OF EZITRAK012-REC = SPACES
    OR ASSIGNED_GROUP_ID OF EZITRAK012-REC = WS-ASSIGNED-GROUP-ID
        GO TO 6470-CHECK-GROUP-CHANGE-END
    END-IF.

    MOVE ASSIGNED_GROUP_ID OF EZITRAK012-REC
      TO GROUP_ID          OF SUPPORT_GROUP_REC.

    PERFORM 8959-READ-SUPPORT-GROUP-TABLE.

    IF TRANSACTION_BEGUN_FLAG = "Y"
        PERFORM 7800_CMT_TRAN
    END-IF.

    IF GROUP-FOUND-FLAG = "N"
        MOVE 31 TO STAGE-OF-PROCESSING
        MOVE "SUPPORT GROUP NOT ON FILE"
          TO ERROR_MESSAGE OF EZITRAK012_REC
    END-IF.
*
6470-CHECK-GROUP-CHANGE-END.
    EXIT.
/
6500-REWRITE-PROB-RECORD.
    PERFORM 7100_START_TRAN_RW.

        PERFORM 7220-SET-CHANGE-REFERENCE
        PERFORM 7225-SET-EQUIPMENT-REFERENCE
        PERFORM 7230-SET-CLASSIFICATION
        PERFORM 7232-SET-CONFIDENTIAL-FLAG
        MOVE SPACES TO WS-ASSIGNED-GROUP-ID
        PERFORM 7234-SET-ASSIGNED-GROUP
        PERFORM 7235-SET-CONTRACT-REFERENCE
        PERFORM 7240-RECORD-CALLBACK-PROMISE
        PERFORM 7250-RECORD-PROBLEM-HISTORY
        GO TO 9900_EXIT
    END-EVALUATE.
*
7232-SET-CONFIDENTIAL-FLAG.
    CALL "ET_UR_PROBLEM_CONFIDENTIAL" USING SQLCA
                                 PROBLEM_NUMBER    OF PROBLEM_DETAILS_REC
                                 CONFIDENTIAL_FLAG OF EZITRAK012_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE CONFIDENTIAL_FLAG OF EZITRAK012_REC TO WS-CONFIDENTIAL-FLAG
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CONFIDENTIAL_UR CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR WRITING CONFIDENTIAL FLAG"
          TO ERROR_MESSAGE OF EZITRAK011_REC
        GO TO 9900_EXIT
    END-EVALUATE.
*
7234-SET-ASSIGNED-GROUP.
*   WS-ASSIGNED-GROUP-ID HOLDS THE GROUP AS LOADED (SPACES ON CREATE) -
*   A NEWLY QUEUED GROUP TELLS ITS MEMBERS THE WORK IS WAITING
    CALL "ET_UR_PROBLEM_ASSIGNED_GROUP" USING SQLCA
                                 PROBLEM_NUMBER    OF PROBLEM_DETAILS_REC
                                 ASSIGNED_GROUP_ID OF EZITRAK012_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF ASSIGNED_GROUP_ID OF EZITRAK012_REC NOT = SPACES
        AND ASSIGNED_GROUP_ID OF EZITRAK012_REC NOT = WS-ASSIGNED-GROUP-ID
            PERFORM 7370-NOTIFY-GROUP-MEMBERS
        END-IF
        MOVE ASSIGNED_GROUP_ID OF EZITRAK012_REC TO WS-ASSIGNED-GROUP-ID
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF ASSIGNED_GROUP_UR CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR WRITING ASSIGNED GROUP"
          TO ERROR_MESSAGE OF EZITRAK011_REC
        GO TO 9900_EXIT
    END-EVALUATE.
*
7250-RECORD-PROBLEM-HISTORY.
    MOVE PROBLEM_NUMBER       OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER       OF PROBLEM_HISTORY_REC.

    PERFORM 7290-QUEUE-NOTIFICATION THRU 7290-QUEUE-NOTIFICATION-END.
*
7370-NOTIFY-GROUP-MEMBERS.
    MOVE ZERO TO WS-GROUP-MEMBER-COUNT.

    MOVE ASSIGNED_GROUP_ID OF EZITRAK012_REC
      TO GROUP_ID          OF GROUP_MEMBER_REC.

    CALL "ET_OC1_GROUP_MEMBER" USING SQLCA
                                 GROUP_ID OF GROUP_MEMBER_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF MEMBER_OC1 CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON MEMBER OC1" TO ERROR_MESSAGE OF EZITRAK011_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 7371-FETCH-ONE-MEMBER UNTIL NOT SQL_SUCCESS
                                  OR WS-GROUP-MEMBER-COUNT >= 20.

    CALL "ET_CC1_GROUP_MEMBER" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF MEMBER_CC1 CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON MEMBER CC1" TO ERROR_MESSAGE OF EZITRAK011_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 8700-GET-USER.

    PERFORM 7372-MAIL-ONE-MEMBER VARYING WS-GROUP-MEMBER-SUB FROM 1 BY 1
                        UNTIL WS-GROUP-MEMBER-SUB > WS-GROUP-MEMBER-COUNT.

    MOVE ZERO TO SQLCODE.
*
7371-FETCH-ONE-MEMBER.
    CALL "ET_FC1_GROUP_MEMBER" USING SQLCA
                                 PERSON_ID OF GROUP_MEMBER_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO WS-GROUP-MEMBER-COUNT
        MOVE PERSON_ID OF GROUP_MEMBER_REC
          TO WS-GROUP-MEMBER-ID (WS-GROUP-MEMBER-COUNT)
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF MEMBER_FC1 CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON MEMBER FC1" TO ERROR_MESSAGE OF EZITRAK011_REC
        GO TO 9900_EXIT
    END-EVALUATE.
*
7372-MAIL-ONE-MEMBER.
*   WHOEVER QUEUED THE PROBLEM ALREADY KNOWS ABOUT IT
    IF WS-GROUP-MEMBER-ID (WS-GROUP-MEMBER-SUB) = CURRENT_USER_ID
        MOVE SPACES TO WS-NOTIFY-PERSON-ID
    ELSE
        MOVE WS-GROUP-MEMBER-ID (WS-GROUP-MEMBER-SUB)
          TO WS-NOTIFY-PERSON-ID
    END-IF.

    MOVE SPACES TO WS-NOTIFY-SUBJECT.
    STRING "PROBLEM "                            DELIMITED BY SIZE
           PROBLEM_NUMBER OF PROBLEM_DETAILS_REC DELIMITED BY SIZE
           " QUEUED TO GROUP "                   DELIMITED BY SIZE
           ASSIGNED_GROUP_ID OF EZITRAK012_REC   DELIMITED BY " "
      INTO WS-NOTIFY-SUBJECT.

    IF PRIORITY_ID OF PROBLEM_DETAILS_REC = "P1"
        MOVE "U" TO WS-NOTIFY-URGENT-FLAG
    ELSE
        MOVE " " TO WS-NOTIFY-URGENT-FLAG
    END-IF.

    PERFORM 7290-QUEUE-NOTIFICATION THRU 7290-QUEUE-NOTIFICATION-END.
*
7300-REWRITE-PROBLEM-RECORD.
    PERFORM 7310-JOURNAL-BEFORE-IMAGE.

        PERFORM 7220-SET-CHANGE-REFERENCE
        PERFORM 7225-SET-EQUIPMENT-REFERENCE
        PERFORM 7230-SET-CLASSIFICATION
        PERFORM 7232-SET-CONFIDENTIAL-FLAG
        PERFORM 7234-SET-ASSIGNED-GROUP
        PERFORM 7235-SET-CONTRACT-REFERENCE
        PERFORM 7240-RECORD-CALLBACK-PROMISE
        PERFORM 7243-RECORD-DUE-DATE-CHANGE
        GO TO   9900-EXIT
    END-EVALUATE.
*
7652-ARCHIVE-CONFIDENTIAL-FLAG.
*   THE ARCHIVE ROW CARRIES THE LIVE FLAG SO THE ARCHIVE INQUIRIES
*   KEEP A RESTRICTED TICKET RESTRICTED
    PERFORM 3430-GET-CONFIDENTIAL-FLAG.

    IF WS-CONFIDENTIAL-FLAG = "Y"
        CALL "ET_UR_ARCHIVED_PROBLEM_CONFIDENTIAL" USING SQLCA
                                 PROBLEM_NUMBER OF ARCHIVED_PROBLEM_DETAILS_REC
                                 WS-CONFIDENTIAL-FLAG
        END-CALL
        EVALUATE TRUE
        WHEN SQL_SUCCESS
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR OF ARCH_CONFIDENTIAL_UR CODE=" SQLCODE
                    WITH CONVERSION
            MOVE "ERROR ARCHIVING CONFIDENTIAL FLAG"
              TO ERROR_MESSAGE OF EZITRAK011_REC
            GO TO 9900_EXIT
        END-EVALUATE
    END-IF.

    MOVE ZERO TO SQLCODE.
*
7650-ARCHIVE-PROBLEM-RECORD.
    MOVE CORRESPONDING
       PROBLEM_DETAILS_REC TO ARCHIVED_PROBLEM_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 7652-ARCHIVE-CONFIDENTIAL-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF ARCH_PROBLEM_IR CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ARCHIVING PROB" TO ERROR_MESSAGE OF EZITRAK011_REC
        GO TO 9900_EXIT
    END-EVALUATE.
*
8959-READ-SUPPORT-GROUP-TABLE.
    IF TRANSACTION_BEGUN_FLAG = "N"
        PERFORM 7000_START_TRAN_RO
    END-IF.

    CALL "ET_SS_SUPPORT_GROUP" USING SQLCA
                                 GROUP_ID         OF SUPPORT_GROUP_REC
                                 GROUP_NAME       OF SUPPORT_GROUP_REC
                                 LEADER_PERSON_ID OF SUPPORT_GROUP_REC
                                 GROUP_EMAIL      OF SUPPORT_GROUP_REC
                                 REC_USER         OF SUPPORT_GROUP_REC
                                 REC_TMSTAMP      OF SUPPORT_GROUP_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO GROUP-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO GROUP-FOUND-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF SUPPORT_GROUP_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "N" TO GROUP-FOUND-FLAG
        GO TO 9900_EXIT
    END-EVALUATE.
*
8965-READ-SITE-TABLE.
    IF TRANSACTION_BEGUN_FLAG = "N"
        PERFORM 7000_START_TRAN_RO
        GO TO 9900_EXIT
    END-EVALUATE.
*
8975-COMPUTE-BUSINESS-DUE-DATE.
*   WS-DUE-DATE ARRIVES HOLDING THE START DATE AND WS-BD-EST-DAYS THE
*   TARGET - EACH TARGET DAY CONSUMES ONE WORKING DAY, STEPPING PAST
*   WEEKENDS AND WORK_CALENDAR NON-WORKING DATES. SQLCODE IS PUT BACK
*   TO SUCCESS AFTERWARDS SO A NOT-FOUND CALENDAR PROBE CANNOT END THE
*   CALLER'S OWN FETCH LOOP
    PERFORM 8976-ADD-ONE-BUSINESS-DAY UNTIL WS-BD-EST-DAYS NOT > ZERO.

    MOVE ZERO TO SQLCODE.
*
8976-ADD-ONE-BUSINESS-DAY.
    ADD ONE-DAY-BIN TO WS-DUE-DATE.

    PERFORM 8977-CHECK-WORKING-DAY.

    IF WS-WORKING-DAY-FLAG = "Y"
        SUBTRACT 1 FROM WS-BD-EST-DAYS
    END-IF.
*
8977-CHECK-WORKING-DAY.
*   DAY ZERO OF THE VMS QUADWORD CALENDAR (17-NOV-1858) WAS A WEDNESDAY,
*   SO DAY-NUMBER MOD 7 GIVES 3 FOR SATURDAY AND 4 FOR SUNDAY
    DIVIDE WS-DUE-DATE BY ONE-DAY-BIN
        GIVING WS-BD-DAY-NUMBER.

    DIVIDE WS-BD-DAY-NUMBER BY 7
        GIVING WS-BD-DAY-OF-WEEK
        REMAINDER WS-BD-DAY-OF-WEEK.

    IF WS-BD-DAY-OF-WEEK = 3 OR WS-BD-DAY-OF-WEEK = 4
        MOVE "N" TO WS-WORKING-DAY-FLAG
    ELSE
        MOVE ONE-DAY-BIN TO WS-BD-DAY-START
        MULTIPLY WS-BD-DAY-NUMBER BY WS-BD-DAY-START

        MOVE WS-BD-DAY-START TO NON_WORK_DATE OF WORK_CALENDAR_REC

        CALL "ET_SS_WORK_CALENDAR" USING SQLCA
                                 NON_WORK_DATE OF WORK_CALENDAR_REC
                                 NON_WORK_DESC OF WORK_CALENDAR_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            MOVE "N" TO WS-WORKING-DAY-FLAG
        WHEN SQL_NOT_FOUND
            MOVE "Y" TO WS-WORKING-DAY-FLAG
        WHEN OTHER
            DISPLAY "ERROR OF WORK_CALENDAR_SS CODE=" SQLCODE WITH CONVERSION
            GO TO 9900-EXIT
        END-EVALUATE
    END-IF.
*
8600-GET-TIME.
    CALL "SYS$GETTIM" USING BY REFERENCE CURRENT_DATE_BIN.
*
        GO TO 9900-EXIT
    END-EVALUATE.
*
8940-CHECK-CONFIDENTIAL-ACCESS.
*   A CONFIDENTIAL TICKET IS SEEN ONLY BY ITS RECORDER, ITS ASSIGNEE
*   AND THE PEOPLE ON ITS PROBLEM_ACCESS LIST (EZITRAK099) - THE
*   SUPERVISOR FLAG ALONE DOES NOT OPEN IT
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
8990-LOG-AUTH-REFUSAL.
    MOVE "EZITRAK001"  TO PROGRAM_NAME  OF AUTH_REFUSAL_LOG_REC.
    MOVE CURRENT_USER_ID TO PERSON_ID     OF AUTH_REFUSAL_LOG_REC.
        GO TO 9900_EXIT
    END-EVALUATE.
/
7070-RECORD-TICKET-VIEW.
*   WHO HAS LOOKED AT A PROBLEM - ONE FIRE-AND-FORGET TICKET_VIEW_LOG
*   ROW PER DISPLAY IN THE 7060 STYLE, SO A FAILED WRITE NEVER STOPS
*   THE DISPLAY. PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC ARRIVES SET
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    IF SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
        MOVE "EZITRAK001" TO PROGRAM_NAME OF TICKET_VIEW_LOG_REC

        PERFORM 8700-GET-USER
        MOVE CURRENT_USER_ID TO PERSON_ID OF TICKET_VIEW_LOG_REC

        CALL "SYS$GETTIM" USING
            BY REFERENCE REC_TMSTAMP OF TICKET_VIEW_LOG_REC

        CALL "ET_IR_TICKET_VIEW_LOG" USING SQLCA
                             PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC
                             PERSON_ID      OF TICKET_VIEW_LOG_REC
                             PROGRAM_NAME   OF TICKET_VIEW_LOG_REC
                             REC_TMSTAMP    OF TICKET_VIEW_LOG_REC
        END-CALL

        IF NOT SQL_SUCCESS AND NOT SQL_DUPLICATE_IDX
            DISPLAY "ERROR ON TICKET_VIEW_LOG_IR CODE=" SQLCODE
                    WITH CONVERSION
        END-IF

        MOVE ZERO TO SQLCODE

        CALL "ET_CMT_TRN" USING SQLCA
        MOVE "N" TO TRANSACTION_BEGUN_FLAG
    ELSE
        DISPLAY "UNABLE TO RECORD TICKET VIEW CODE=" SQLCODE
                WITH CONVERSION
        MOVE ZERO TO SQLCODE
    END-IF.
/
7060-RECORD-USAGE.
*   FIRE-AND-FORGET METERING IN THE 7050 LOCK-CONTENTION STYLE - ONE
*   ROW AT STARTUP AND ONE AT EXIT, SO LICENCE AND RETIREMENT TALK
