*                  PRIORITY_DETAILS         (Input)                           *
*                  PROBLEM_HISTORY          (Output)                         *
*                  PROBLEM_REDIRECT_LOG     (Output)                         *
*                  PROBLEM_TASK             (Input-output)                   *
*                  POST_INCIDENT_REVIEW     (Input)                          *
*                  VENDOR_DETAILS           (Input)                          *
*                  SITE_VISIT               (Input-output)                   *
*                  LOAN_POOL                (Input-output)                   *
*                  LOAN_TRANSACTION         (Input-output)                   *
*                  PROBLEM_CONTACT_DETAILS  (Input)                          *
*                                                                             *
*   NOTE         : PROBLEM_HISTORY is a new CDD table, not yet generated -    *
*                  see EZITRAK001's header for the proposed layout. One row   *
*                  "CLOSED WITH MASTER PROBLEM n" line when there is        *
*                  none), and a PROBLEM_HISTORY row per child exactly as    *
*                  an individual close would write.                         *
*                  Before warning, 6764-CHECK-CASCADE-CHILD puts each       *
*                  still-open child through the same 6610 open-task and     *
*                  6620 post-incident-review tests an individual close      *
*                  faces - the first child to fail refuses the master's     *
*                  close with that child's number in the message - and      *
*                  counts the child's open loans, which 6940 adds to the    *
*                  master's own in its loan warning.                        *
*                                                                             *
*   NOTE         : CLOSE_CODE PIC X(4) is a new column on PROBLEM_DETAILS   *
*                  (regenerate ET_SS/ET_UR_PROBLEM_DETAILS to carry it, as  *
*                  the digest. The customer-facing closure mail with its    *
*                  resolution body keeps the direct MAIL route.             *
*                                                                             *
*   NOTE         : CONFIDENTIAL_FLAG problems (see EZITRAK001's header and  *
*                  EZITRAK099) are restricted to their recorder, their      *
*                  assignee and the people on their PROBLEM_ACCESS list.    *
*                  3000-READ-PROBLEM_TABLES and 3700-REOPEN-PROBLEM read    *
*                  the flag through ET_SS_PROBLEM_CONFIDENTIAL and run      *
*                  8940-CHECK-CONFIDENTIAL-ACCESS, the EZITRAK001 test;     *
*                  anyone else is refused with "PROBLEM IS RESTRICTED" and  *
*                  sees none of the solution text.                          *
*                                                                             *
*   NOTE         : TICKET_VIEW_LOG (see EZITRAK100's header) records who    *
*                  has looked at a problem - 7070-RECORD-TICKET-VIEW writes *
*                  one fire-and-forget row (problem, person, program, time) *
*                  each time a problem is displayed, in the 7060 usage      *
*                  style, so a failed write never stops the display.        *
*                                                                             *
*   NOTE         : PROBLEM_TASK is a new CDD child table of follow-up work  *
*                  on a problem - PROBLEM_NUMBER PIC 9(9) + TASK_NUMBER PIC *
*                  9(3) key, TASK_DESC PIC X(60), PERSON_ASSIGNED_ID PIC    *
*                  X(8), DUE_DATE PIC S9(11)V9(7) COMP, TASK_STATUS PIC X   *
*                  ("O" open / "C" closed), CLOSED_DATE PIC S9(11)V9(7)     *
*                  COMP, REC_USER, REC_TMSTAMP. EZITRAK042_REC gains        *
*                  NEW_TASK_DESC PIC X(60), NEW_TASK_ASSIGNED_ID PIC X(8),  *
*                  NEW_TASK_DUE_DAYS PIC 9(3) and CLOSE_TASK_NUMBER PIC     *
*                  9(3) and a "T" key - 6880-MAINTAIN-TASK adds the next    *
*                  task (due date counted in working days from today        *
*                  through 8975, TASK-DEFAULT-DUE-DAYS when none is keyed)  *
*                  and queues a NOTIFICATION_QUEUE notice to its assignee,  *
*                  or closes the keyed task number. 6610-CHECK-OPEN-TASKS   *
*                  refuses both the modify-screen close and the "Q" quick   *
*                  close while any task is still open. A DBA/CDD maintainer *
*                  needs to create the table and generate                   *
*                  ET_OC/FC/CC_PROBLEM_TASK (keyed by problem),             *
*                  ET_IR_PROBLEM_TASK, ET_UR_PROBLEM_TASK_CLOSE (WHERE      *
*                  TASK_STATUS = "O", setting "C"), ET_SS_OPEN_TASK_COUNT   *
*                  (problem in, COUNT of open rows out) and the assignee    *
*                  worklist cursor ET_OC/FC/CC_PERSON_TASK EZITRAK103       *
*                  reads.                                                   *
*                                                                             *
*   NOTE         : 6620-CHECK-INCIDENT-REVIEW refuses both the              *
*                  modify-screen close and the "Q" quick close of a P1, or  *
*                  of a master incident that other problems point at        *
*                  through REF_PROBLEM_NUMBER, until its                    *
*                  POST_INCIDENT_REVIEW has been recorded on EZITRAK104.    *
*                  The table and ET_SS_POST_INCIDENT_REVIEW /               *
*                  ET_SS_REF_PROBLEM_COUNT are described in EZITRAK1043's   *
*                  header.                                                  *
*                                                                             *
*   NOTE         : the "V" key now checks NEW_REFERRED_TO against           *
*                  VENDOR_DETAILS (see EZITRAK1073's header) through        *
*                  6855-CHECK-VENDOR before a referral is recorded - it     *
*                  must be a VENDOR_CODE on file, keyed in the first eight  *
*                  places. When NEW_PROMISED_DATE is left zero it defaults  *
*                  to today plus the vendor's TURNAROUND_DAYS, counted in   *
*                  working days by 8975-COMPUTE-BUSINESS-DUE-DATE the way   *
*                  follow-up task due dates are. Marking a referral         *
*                  returned is unchanged.                                   *
*                                                                             *
*   NOTE         : EZITRAK042_REC's SOLUTION_DESC_HEADER gains              *
*                  ASSIGNED_GROUP_ID PIC X(8), the support team the problem *
*                  is queued to (see EZITRAK001's header for the new        *
*                  PROBLEM_DETAILS column and its narrow                    *
*                  ET_SS/ET_UR_PROBLEM_ASSIGNED_GROUP modules).             *
*                  3440-GET-ASSIGNED-GROUP loads it; a changed, non-blank   *
*                  group must be on SUPPORT_GROUP                           *
*                  (6630-CHECK-ASSIGNED-GROUP refuses the save with         *
*                  STATUS-CONSISTENCY-FLAG "N"), and                        *
*                  7234-SET-ASSIGNED-GROUP writes it after the 12-column    *
*                  rewrite. A newly queued group has each member sent a     *
*                  "PROBLEM n QUEUED TO GROUP g" notice through 7290, the   *
*                  person making the change excepted.                       *
*                                                                             *
*   NOTE         : EZITRAK042_REC gains BROADCAST_UPDATE_TEXT PIC X(60),    *
*                  the update line for the new "M" key. Only 40 characters  *
*                  may be used, labelled MAX 40 on the form and a longer    *
*                  line refused, as each notice subject is the 20-character *
*                  "INCIDENT nnnnnnnnn: " prefix plus the line. On a master *
*                  problem (REF_PROBLEM_NUMBER zero, not closed) with no    *
*                  unsaved changes on the screen,                           *
*                  6790-BROADCAST-MASTER-UPDATE appends the line as an      *
*                  ENTRY_TYPE "C" solution line, with a PROBLEM_HISTORY     *
*                  row, on the master and on every open child linked to it  *
*                  (the first 50, as for the cascade close), queues one     *
*                  7290 notice to each distinct person across the family -  *
*                  the CONTACT_PERSON_ID and every PROBLEM_CONTACT_DETAILS  *
*                  contact of each problem, up to WS-BC-CONTACT-MAX (urgent *
*                  when the master is P1), and prints a delivery summary of *
*                  the problem and contact counts to SYS$PRINT, all in one  *
*                  transaction.                                             *
*                                                                             *
*   NOTE         : SITE_VISIT is a new CDD table, not yet generated - one   *
*                  row per engineer visit booked against a problem, keyed   *
*                  on PROBLEM_NUMBER PIC 9(9) + ENGINEER_ID PIC X(8) +      *
*                  VISIT_DATE PIC S9(11)V9(7) COMP (midnight of the day),   *
*                  with TIME_SLOT PIC XX ("AM", "PM" or "AD" all day),      *
*                  SITE_ID (as PROBLEM_DETAILS, copied at booking),         *
*                  VISIT_STATUS PIC X ("B" booked, "C" complete, "X"        *
*                  cancelled), ARRIVAL_TMSTAMP and DEPARTURE_TMSTAMP PIC    *
*                  S9(11)V9(7) COMP (zero until stamped), REC_USER and      *
*                  REC_TMSTAMP. EZITRAK042_REC gains VISIT_ACTION PIC X,    *
*                  VISIT_ENGINEER_ID PIC X(8), VISIT_DATE_TEXT PIC X(11)    *
*                  (dd-mmm-yyyy, converted with SYS$BINTIM) and VISIT_SLOT  *
*                  PIC XX, and a "K" key - 6800-MAINTAIN-SITE-VISIT books a *
*                  visit (action "B" or blank), refusing a closed problem,  *
*                  an engineer not on file or on leave that day             *
*                  (ET_SS_PERSON_LEAVE, the 8520 read) and a slot the       *
*                  engineer is already booked for, warning once when        *
*                  another engineer is booked at the same site that day,    *
*                  and queues the contact a 7290 notice; "A" and "D" stamp  *
*                  arrival and departure ("D" marks the visit complete) and *
*                  "X" cancels it and tells the contact. A DBA/CDD          *
*                  maintainer needs to create the table and generate        *
*                  ET_IR/SS/UR_SITE_VISIT,                                  *
*                  ET_OC/FC/CC_SITE_VISIT_BY_ENGINEER (WHERE ENGINEER_ID =  *
*                  :ENG AND VISIT_DATE = :DAY, fetching PROBLEM_NUMBER,     *
*                  TIME_SLOT, VISIT_STATUS) and                             *
*                  ET_OC/FC/CC_SITE_VISIT_BY_SITE (WHERE SITE_ID = :SITE    *
*                  AND VISIT_DATE = :DAY, fetching PROBLEM_NUMBER,          *
*                  ENGINEER_ID, VISIT_STATUS). EZITRAK142 prints the run    *
*                  sheets and the exceptions report.                        *
*                                                                             *
*   NOTE         : LOAN_POOL and LOAN_TRANSACTION are new CDD tables, not   *
*                  yet generated. LOAN_POOL holds one row per loanable      *
*                  spare, keyed on UNIT_ID PIC X(8), with EQUIPMENT_ID PIC  *
*                  X(8) (the EQUIPMENT_DETAILS item when the unit is one -  *
*                  EZITRAK0503 creates these rows, UNIT_ID = EQUIPMENT_ID,  *
*                  when a line is flagged as loan stock), UNIT_DESC PIC     *
*                  X(20), SITE_ID (the cupboard the unit lives in),         *
*                  UNIT_STATUS PIC X ("A" available, "L" on loan, "R"       *
*                  retired from loan stock), REC_USER and REC_TMSTAMP.      *
*                  LOAN_TRANSACTION holds one row per loan, keyed on        *
*                  UNIT_ID + ISSUE_DATE PIC S9(11)V9(7) COMP, with          *
*                  PROBLEM_NUMBER PIC 9(9), BORROWER_ID PIC X(8),           *
*                  EXPECTED_RETURN_DATE and ACTUAL_RETURN_DATE PIC          *
*                  S9(11)V9(7) COMP (zero while the unit is out), REC_USER  *
*                  and REC_TMSTAMP. EZITRAK042_REC gains LOAN_ACTION PIC X, *
*                  LOAN_UNIT_ID PIC X(8), LOAN_BORROWER_ID PIC X(8) and     *
*                  LOAN_RETURN_TEXT PIC X(11) (dd-mmm-yyyy), and an "N" key *
*                  - 6900-MAINTAIN-LOAN issues an available unit against an *
*                  open problem (action "I" or blank; the borrower defaults *
*                  to CONTACT_PERSON_ID and is sent a 7290 notice with the  *
*                  due date) or books a unit back in from any problem       *
*                  ("R"). Saving or quick-closing a problem with a loan     *
*                  still out warns once (6940-CHECK-OPEN-LOANS,             *
*                  LOAN-WARNING-FLAG, the cascade-close pattern) and closes *
*                  on the second try. A DBA/CDD maintainer needs to create  *
*                  the tables and generate ET_SS/UR_LOAN_POOL,              *
*                  ET_IR/UR_LOAN_TRANSACTION, ET_SS_OPEN_LOAN (UNIT_ID in,  *
*                  the row with ACTUAL_RETURN_DATE = 0 out, the             *
*                  ET_SS_OPEN_REFERRAL shape) and                           *
*                  ET_OC/FC/CC_OPEN_LOAN_BY_PROBLEM (WHERE PROBLEM_NUMBER = *
*                  :PROB AND ACTUAL_RETURN_DATE = 0, fetching UNIT_ID,      *
*                  BORROWER_ID). EZITRAK143 reports overdue loans and       *
*                  spares available per site.                               *
*                                                                             *
*******************************************************************************
*
/
    copy "EZITRAK_CDD.CLOSE_CODE_DETAILS_REC"       from dictionary.
    copy "EZITRAK_CDD.PROBLEM_REFERRAL_REC"         from dictionary.
    copy "EZITRAK_CDD.PROBLEM_WATCH_REC"            from dictionary.
    copy "EZITRAK_CDD.SUPPORT_GROUP_REC"            from dictionary.
    copy "EZITRAK_CDD.GROUP_MEMBER_REC"             from dictionary.
    copy "EZITRAK_CDD.SURVEY_REQUEST_REC"           from dictionary.

    copy "EZITRAK_CDD.WORK_CALENDAR_REC"        from dictionary.
    copy "EZITRAK_CDD.ACCT_PERIOD_REC"          from dictionary.
    copy "EZITRAK_CDD.SYSTEM_PARAMETER_REC"     from dictionary.
    copy "EZITRAK_CDD.USAGE_LOG_REC"            from dictionary.
    copy "EZITRAK_CDD.TICKET_VIEW_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.NOTIFICATION_QUEUE_REC"   from dictionary.
    copy "EZITRAK_CDD.PROBLEM_ACCESS_REC"       from dictionary.
    copy "EZITRAK_CDD.PROBLEM_TASK_REC"         from dictionary.
    copy "EZITRAK_CDD.POST_INCIDENT_REVIEW_REC" from dictionary.
    copy "EZITRAK_CDD.VENDOR_DETAILS_REC"       from dictionary.
    copy "EZITRAK_CDD.SITE_VISIT_REC"           from dictionary.
    copy "EZITRAK_CDD.LOAN_POOL_REC"            from dictionary.
    copy "EZITRAK_CDD.LOAN_TRANSACTION_REC"     from dictionary.
    copy "EZITRAK_CDD.PROBLEM_CONTACT_DETAILS_REC" from dictionary.
    copy "EZITRAK_CDD.PERSON_DETAILS_REC" from dictionary
          replacing PERSON_DETAILS_REC BY TASK-PERSON-DETAILS-REC.
/
 01  SESSION-ID                                  PIC X(16) GLOBAL.
 01  DEVICE-NAME                                 PIC X(9)  VALUE "SYS$INPUT".
 01  STAGE-OF-PROCESSING                         PIC 99.
 01  PERSON-FOUND-FLAG                           PIC X.
 01  STATUS-CONSISTENCY-FLAG                     PIC X.
 01  WS-CONFIDENTIAL-FLAG                        PIC X.
 01  CONFIDENTIAL-OK-FLAG                        PIC X.
 01  WS-CONF-RECORDER-ID                         PIC X(8).
 01  WS-CONF-ASSIGNED-ID                         PIC X(8).
 01  LOCK-RETRY-COUNT                            PIC S9(4) COMP.
 01  LOCK-RETRY-MAX                              PIC S9(4) COMP VALUE 3.
 01  LOCK-RETRY-WAIT-SECS                        COMP-1     VALUE 1.0.
 01  WS-WATCHER-TABLE.
     03  WS-WATCHER-ID                           PIC X(8)
                                                 OCCURS 20.
 01  WS-ASSIGNED-GROUP-ID                        PIC X(8).
 01  GROUP-FOUND-FLAG                            PIC X.
 01  WS-GROUP-MEMBER-COUNT                       PIC S9(4) COMP.
 01  WS-GROUP-MEMBER-SUB                         PIC S9(4) COMP.
 01  WS-GROUP-MEMBER-TABLE.
     03  WS-GROUP-MEMBER-ID                      PIC X(8)
                                                 OCCURS 20.

 01  OPEN-REFERRAL-FOUND-FLAG                    PIC X.
 01  VENDOR-FOUND-FLAG                           PIC X.

 01  WS-TASK-COUNT                               PIC S9(4) COMP.
 01  WS-OPEN-TASK-COUNT                          PIC S9(9) COMP.
 01  WS-CLOSE-CHECK-NUMBER                       PIC 9(9).
 01  TASK-DEFAULT-DUE-DAYS                       PIC S9(9) COMP VALUE 5.
 01  REVIEW-MISSING-FLAG                         PIC X.
 01  WS-REVIEW-PRIORITY-ID                       PIC X(2).
 01  WS-REF-PROBLEM-COUNT                        PIC S9(9) COMP.

 01  SQLCA.
     03  SQLCAID                                 PIC X(8) VALUE "SQLCA   ".
 01  WS-CC-SUB                                   PIC S9(4) COMP.
 01  WS-CHILD-LINE-COUNT                         PIC S9(4) COMP.
 01  WS-CASCADE-CLOSE-TEXT                       PIC X(60).
 01  CASCADE-CHILD-FAIL-FLAG                     PIC X.
 01  WS-CASCADE-LOAN-COUNT                       PIC S9(4) COMP.
 01  WS-CASCADE-NUMBER-ARRAY.
     03  WS-CASCADE-NUMBER                       PIC 9(9)
                                                 OCCURS 50.
 01  WS-BROADCAST-TEXT                           PIC X(60).
 01  WS-BC-PROBLEM-COUNT                         PIC S9(4) COMP.
 01  WS-BC-CONTACT-COUNT                         PIC S9(4) COMP.
 01  WS-BC-SUB                                   PIC S9(4) COMP.
 01  WS-BC-FOUND-FLAG                            PIC X.
 01  WS-BC-URGENT-FLAG                           PIC X.
 01  WS-BC-PRINT-NUMBER                          PIC Z(8)9.
 01  WS-BC-CONTACT-MAX                           PIC S9(4) COMP VALUE 200.
 01  WS-BC-CONTACT-SKIPPED                       PIC S9(4) COMP.
 01  WS-BC-ADD-PERSON-ID                         PIC X(8).
 01  WS-BC-CONTACT-ARRAY.
     03  WS-BC-CONTACT-ID                        PIC X(8)
                                                 OCCURS 200.
 01  WS-VISIT-DATE-BIN                           PIC S9(11)V9(7) COMP.
 01  WS-VISIT-NEXT-DAY-BIN                       PIC S9(11)V9(7) COMP.
 01  WS-VISIT-TODAY-BIN                          PIC S9(11)V9(7) COMP.
 01  WS-VISIT-DAY-NUMBER                         PIC S9(9) COMP.
 01  WS-VISIT-BINTIM-STATUS                      PIC S9(9) COMP.
 01  WS-VISIT-DATE-TEXT                          PIC X(23).
 01  WS-VISIT-DONE-FLAG                          PIC X.
 01  WS-VISIT-EXISTS-FLAG                        PIC X.
 01  WS-VISIT-CLASH-FLAG                         PIC X.
 01  WS-VISIT-CLASH-NUMBER                       PIC 9(9).
 01  WS-VISIT-OTHER-ENGINEER                     PIC X(8).
 01  WS-VISIT-KEY                                PIC X(30).
 01  WS-VISIT-CONFIRM-KEY                        PIC X(30) VALUE SPACES.
 01  WS-LOAN-DATE-BIN                            PIC S9(11)V9(7) COMP.
 01  WS-LOAN-TODAY-BIN                           PIC S9(11)V9(7) COMP.
 01  WS-LOAN-DAY-NUMBER                          PIC S9(9) COMP.
 01  WS-LOAN-BINTIM-STATUS                       PIC S9(9) COMP.
 01  WS-LOAN-DATE-TEXT                           PIC X(23).
 01  WS-LOAN-DONE-FLAG                           PIC X.
 01  WS-LOAN-OUT-COUNT                           PIC S9(4) COMP.
 01  LOAN-WARNING-FLAG                           PIC X.
 01  LOAN-ABORT-FLAG                             PIC X.

 01  WS_ERROR_MESSAGE.
     03  WS_ERROR_MESSAGE_TXT                    PIC X(48).
          TO ERROR_MESSAGE OF EZITRAK041_REC
        MOVE 11 TO STAGE-OF-PROCESSING
    ELSE
        PERFORM 3430-GET-CONFIDENTIAL-FLAG
        PERFORM 8940-CHECK-CONFIDENTIAL-ACCESS
           THRU 8940-CHECK-CONFIDENTIAL-EXIT
        IF CONFIDENTIAL-OK-FLAG = "N"
            MOVE "PROBLEM IS RESTRICTED - NOT ON ITS ACCESS LIST"
              TO ERROR_MESSAGE OF EZITRAK041_REC
            MOVE 11 TO STAGE-OF-PROCESSING
        ELSE
            IF PROBLEM_STATUS OF PROBLEM_DETAILS_REC = "C"
                MOVE "THIS PROBLEM IS CLOSED - PRESS R TO REOPEN IT"
                  TO ERROR_MESSAGE OF EZITRAK041_REC
                MOVE 11 TO STAGE-OF-PROCESSING
            ELSE
                MOVE 30 TO STAGE-OF-PROCESSING
                MOVE "N" TO CASCADE-WARNING-FLAG
                MOVE "N" TO LEAVE-WARNING-FLAG
                MOVE "N" TO LOAN-WARNING-FLAG
                PERFORM 3100_GET_SOLUTION_DESC
                PERFORM 3500_GET_OTHER_DETAILS
                PERFORM 3440-GET-ASSIGNED-GROUP
            END-IF
        END-IF
    END-IF.

    PERFORM 7800_CMT_TRAN.

    IF STAGE-OF-PROCESSING = 30
        MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
          TO PROBLEM_NUMBER OF TICKET_VIEW_LOG_REC
        PERFORM 7070-RECORD-TICKET-VIEW
        PERFORM 7270-REGISTER-EDIT-IN-USE
    END-IF.
*

    PERFORM 7400_PROBLEM_SS.

    MOVE "Y" TO CONFIDENTIAL-OK-FLAG.
    IF TMP-FLAG = "Y"
        PERFORM 3430-GET-CONFIDENTIAL-FLAG
        PERFORM 8940-CHECK-CONFIDENTIAL-ACCESS
           THRU 8940-CHECK-CONFIDENTIAL-EXIT
        IF CONFIDENTIAL-OK-FLAG = "N"
            MOVE "N" TO TMP-FLAG
        END-IF
    END-IF.

    IF TMP-FLAG = "N"
        IF CONFIDENTIAL-OK-FLAG = "N"
            MOVE "PROBLEM IS RESTRICTED - NOT ON ITS ACCESS LIST"
              TO ERROR_MESSAGE OF EZITRAK041_REC
        ELSE
            MOVE "THE PROB NUMBER IS NOT ON FILE"
              TO ERROR_MESSAGE OF EZITRAK041_REC
        END-IF
        MOVE 11 TO STAGE-OF-PROCESSING
    ELSE
        IF PROBLEM_STATUS OF PROBLEM_DETAILS_REC NOT = "C"
        INITIALIZE SOLUTION_DESC_HEADER OF EZITRAK042-REC
        MOVE CORRESPONDING
             PROBLEM_DETAILS_REC TO SOLUTION_DESC_HEADER OF EZITRAK042-REC
        MOVE WS-ASSIGNED-GROUP-ID TO ASSIGNED_GROUP_ID OF EZITRAK042-REC
    END-IF.

    MOVE PERSON-DESC         OF PERSON_DETAILS_REC
    WHEN "W"
        PERFORM 6890-TOGGLE-WATCH THRU 6890-TOGGLE-WATCH-EXIT
        MOVE 31 TO STAGE-OF-PROCESSING
    WHEN "T"
        IF NEW_TASK_DESC     OF EZITRAK042_REC = SPACES
        AND CLOSE_TASK_NUMBER OF EZITRAK042_REC = ZERO
            MOVE "ENTER A NEW TASK OR THE NUMBER OF THE TASK TO CLOSE"
              TO ERROR_MESSAGE OF EZITRAK042_REC
            MOVE 31 TO STAGE-OF-PROCESSING
        ELSE
            PERFORM 6880-MAINTAIN-TASK THRU 6880-MAINTAIN-TASK-EXIT
            MOVE 31 TO STAGE-OF-PROCESSING
        END-IF
    WHEN "U"
        IF NEW_PART_NUMBER OF EZITRAK042_REC = SPACES
        OR NEW_PART_QUANTITY OF EZITRAK042_REC = ZERO
            PERFORM 6950-RECORD-PART-USAGE THRU 6950-RECORD-PART-USAGE-EXIT
            MOVE 31 TO STAGE-OF-PROCESSING
        END-IF
    WHEN "K"
        IF VISIT_ENGINEER_ID OF EZITRAK042_REC = SPACES
        OR VISIT_DATE_TEXT   OF EZITRAK042_REC = SPACES
            MOVE "ENGINEER AND VISIT DATE (DD-MMM-YYYY) REQUIRED FOR A VISIT"
              TO ERROR_MESSAGE OF EZITRAK042_REC
            MOVE 31 TO STAGE-OF-PROCESSING
        ELSE
            PERFORM 6800-MAINTAIN-SITE-VISIT
               THRU 6800-MAINTAIN-SITE-VISIT-EXIT
            MOVE 31 TO STAGE-OF-PROCESSING
        END-IF
    WHEN "N"
        IF LOAN_UNIT_ID OF EZITRAK042_REC = SPACES
            MOVE "ENTER THE LOAN UNIT TO ISSUE OR RETURN"
              TO ERROR_MESSAGE OF EZITRAK042_REC
            MOVE 31 TO STAGE-OF-PROCESSING
        ELSE
            PERFORM 6900-MAINTAIN-LOAN THRU 6900-MAINTAIN-LOAN-EXIT
            MOVE 31 TO STAGE-OF-PROCESSING
        END-IF
    WHEN "J"
        IF NEW_DOC_TYPE      OF EZITRAK042_REC = SPACES
        OR NEW_DOC_REFERENCE OF EZITRAK042_REC = SPACES
            PERFORM 6970-ADD-DOC-REFERENCE
            MOVE 31 TO STAGE-OF-PROCESSING
        END-IF
    WHEN "M"
*       THE UPDATE LINE ITSELF IS THE ONLY CHANGE ALLOWED ON THE SCREEN -
*       THE SOLUTION LINES ARE RELOADED AFTERWARDS
        MOVE BROADCAST_UPDATE_TEXT OF EZITRAK042_REC TO WS-BROADCAST-TEXT
        MOVE SPACES TO BROADCAST_UPDATE_TEXT OF EZITRAK042_REC
        MOVE SPACES TO BROADCAST_UPDATE_TEXT OF OLD-EZITRAK042-REC
        EVALUATE TRUE
        WHEN WS-BROADCAST-TEXT = SPACES
            MOVE "ENTER THE UPDATE LINE TO SEND TO THE LINKED FAMILY"
              TO ERROR_MESSAGE OF EZITRAK042_REC
        WHEN WS-BROADCAST-TEXT (41:20) NOT = SPACES
            MOVE WS-BROADCAST-TEXT
              TO BROADCAST_UPDATE_TEXT OF EZITRAK042_REC
            MOVE "BROADCAST UPDATE LINE IS LIMITED TO 40 CHARACTERS"
              TO ERROR_MESSAGE OF EZITRAK042_REC
        WHEN EZITRAK042-REC NOT = OLD-EZITRAK042-REC
            MOVE WS-BROADCAST-TEXT
              TO BROADCAST_UPDATE_TEXT OF EZITRAK042_REC
            MOVE "SAVE OR BACK OUT YOUR CHANGES BEFORE BROADCASTING"
              TO ERROR_MESSAGE OF EZITRAK042_REC
        WHEN OTHER
            PERFORM 6790-BROADCAST-MASTER-UPDATE
               THRU 6790-BROADCAST-MASTER-UPDATE-EXIT
        END-EVALUATE
        MOVE 31 TO STAGE-OF-PROCESSING
    WHEN OTHER
        IF EZITRAK042-REC NOT = OLD-EZITRAK042-REC
            MOVE 35 TO STAGE-OF-PROCESSING
            PERFORM 6600-VALIDATE-STATUS-CONSISTENCY
            MOVE "N" TO CASCADE-ABORT-FLAG
            MOVE "N" TO LEAVE-ABORT-FLAG
            MOVE "N" TO LOAN-ABORT-FLAG
            IF STATUS-CONSISTENCY-FLAG = "Y"
               AND LEAVE-WARNING-FLAG = "N"
               AND PERSON_ASSIGNED_ID OF SOLUTION_DESC_HEADER OF EZITRAK042-REC
            ELSE
                MOVE ZERO TO WS-CASCADE-COUNT
            END-IF
            IF STATUS-CONSISTENCY-FLAG = "Y"
               AND CASCADE-ABORT-FLAG = "N"
               AND LEAVE-ABORT-FLAG = "N"
               AND PROBLEM_STATUS OF SOLUTION_DESC_HEADER
                   OF EZITRAK042-REC = "C"
               AND PROBLEM_STATUS OF PROBLEM_DETAILS_REC NOT = "C"
                PERFORM 6940-CHECK-OPEN-LOANS
            END-IF
            IF STATUS-CONSISTENCY-FLAG = "N"
            OR CASCADE-ABORT-FLAG = "Y"
            OR LEAVE-ABORT-FLAG = "Y"
            OR LOAN-ABORT-FLAG = "Y"
                MOVE 31 TO STAGE-OF-PROCESSING
            ELSE
                IF PERSON_ASSIGNED_ID OF SOLUTION_DESC_HEADER OF EZITRAK042-REC
            END-IF
        END-IF

        IF STATUS-CONSISTENCY-FLAG = "Y"
            MOVE PROBLEM_NUMBER OF EZITRAK041-REC
              TO WS-CLOSE-CHECK-NUMBER
            PERFORM 6610-CHECK-OPEN-TASKS
            IF WS-OPEN-TASK-COUNT > ZERO
                MOVE "N" TO STATUS-CONSISTENCY-FLAG
            END-IF
        END-IF

        IF STATUS-CONSISTENCY-FLAG = "Y"
            MOVE PRIORITY_ID OF EZITRAK042-REC TO WS-REVIEW-PRIORITY-ID
            PERFORM 6620-CHECK-INCIDENT-REVIEW
               THRU 6620-CHECK-INCIDENT-REVIEW-EXIT
            IF REVIEW-MISSING-FLAG = "Y"
                MOVE "N" TO STATUS-CONSISTENCY-FLAG
            END-IF
        END-IF

        IF STATUS-CONSISTENCY-FLAG = "Y"
           AND PRIORITY_ID OF EZITRAK042-REC
               NOT > APPROVAL-PRIORITY-LIMIT

        PERFORM 6650-CHECK-SLA-BREACH-REASON
    END-IF.

    IF STATUS-CONSISTENCY-FLAG = "Y"
        PERFORM 6630-CHECK-ASSIGNED-GROUP
    END-IF.
*
6610-CHECK-OPEN-TASKS.
*   A PROBLEM CANNOT BE CLOSED UNDER ITS OWN FOLLOW-UP WORK - ANY
*   PROBLEM_TASK LINE STILL OPEN REFUSES THE CLOSE WITH THE COUNT
    MOVE WS-CLOSE-CHECK-NUMBER
      TO PROBLEM_NUMBER OF PROBLEM_TASK_REC.

    CALL "ET_SS_OPEN_TASK_COUNT" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_TASK_REC
                                 WS-OPEN-TASK-COUNT
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO WS-OPEN-TASK-COUNT
    WHEN OTHER
        DISPLAY "ERROR OF OPEN_TASK_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING PROBLEM TASKS" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.

    IF WS-OPEN-TASK-COUNT > ZERO
        MOVE "CLOSE THE OPEN TASKS FIRST - TASKS STILL OPEN:"
          TO WS_ERROR_MESSAGE_TXT
        MOVE WS-OPEN-TASK-COUNT TO WS_ERROR_MESSAGE_NBR
        MOVE WS_ERROR_MESSAGE TO ERROR_MESSAGE OF EZITRAK042_REC
    END-IF.
*
6620-CHECK-INCIDENT-REVIEW.
*   A P1, OR A MASTER INCIDENT OTHER PROBLEMS POINT AT THROUGH
*   REF_PROBLEM_NUMBER, CANNOT CLOSE UNTIL ITS POST_INCIDENT_REVIEW
*   HAS BEEN RECORDED ON EZITRAK104
    MOVE "N" TO REVIEW-MISSING-FLAG.
    MOVE ZERO TO WS-REF-PROBLEM-COUNT.

    MOVE WS-CLOSE-CHECK-NUMBER
      TO PROBLEM_NUMBER OF POST_INCIDENT_REVIEW_REC.

    IF WS-REVIEW-PRIORITY-ID NOT = "P1"
        CALL "ET_SS_REF_PROBLEM_COUNT" USING SQLCA
                                 PROBLEM_NUMBER OF POST_INCIDENT_REVIEW_REC
                                 WS-REF-PROBLEM-COUNT
        END-CALL
        EVALUATE TRUE
        WHEN SQL_SUCCESS
            CONTINUE
        WHEN SQL_NOT_FOUND
            MOVE ZERO TO WS-REF-PROBLEM-COUNT
        WHEN OTHER
            DISPLAY "ERROR OF REF_PROBLEM_COUNT_SS CODE=" SQLCODE
                    WITH CONVERSION
            MOVE "ERROR READING LINKED PROBLEMS"
              TO ERROR_MESSAGE OF EZITRAK042_REC
            GO TO 9900_EXIT
        END-EVALUATE
        MOVE ZERO TO SQLCODE
        IF WS-REF-PROBLEM-COUNT = ZERO
            GO TO 6620-CHECK-INCIDENT-REVIEW-EXIT
        END-IF
    END-IF.

    CALL "ET_SS_POST_INCIDENT_REVIEW" USING SQLCA
                         PROBLEM_NUMBER  OF POST_INCIDENT_REVIEW_REC
                         ROOT_CAUSE_TEXT OF POST_INCIDENT_REVIEW_REC
                         DETECTION_NOTES OF POST_INCIDENT_REVIEW_REC
                         RESPONSE_NOTES  OF POST_INCIDENT_REVIEW_REC
                         CHANGE_NUMBER   OF POST_INCIDENT_REVIEW_REC
                         ERROR_ID        OF POST_INCIDENT_REVIEW_REC
                         REVIEWER_ID     OF POST_INCIDENT_REVIEW_REC
                         REC_USER        OF POST_INCIDENT_REVIEW_REC
                         REC_TMSTAMP     OF POST_INCIDENT_REVIEW_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "Y" TO REVIEW-MISSING-FLAG
        MOVE "POST-INCIDENT REVIEW NEEDED BEFORE CLOSE - USE EZITRAK104"
          TO ERROR_MESSAGE OF EZITRAK042_REC
    WHEN OTHER
        DISPLAY "ERROR OF PIR_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING POST-INCIDENT REVIEW"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
6620-CHECK-INCIDENT-REVIEW-EXIT.
    EXIT.
*
6650-CHECK-SLA-BREACH-REASON.
    PERFORM 8600-GET-TIME.
        MOVE "SLA BREACH REASON REQUIRED - PROBLEM IS PAST ITS DUE DATE"
          TO ERROR_MESSAGE OF EZITRAK042_REC
    END-IF.
*
6630-CHECK-ASSIGNED-GROUP.
*   A QUEUED GROUP MUST BE ON THE SUPPORT_GROUP TABLE - CLEARING IT IS
*   ALWAYS ALLOWED, AND AN UNCHANGED GROUP IS NOT READ AGAIN
    IF ASSIGNED_GROUP_ID OF EZITRAK042-REC NOT = SPACES
    AND ASSIGNED_GROUP_ID OF EZITRAK042-REC NOT = WS-ASSIGNED-GROUP-ID
        MOVE ASSIGNED_GROUP_ID OF EZITRAK042-REC
          TO GROUP_ID          OF SUPPORT_GROUP_REC
        PERFORM 8915-READ-SUPPORT-GROUP-TABLE
        IF GROUP-FOUND-FLAG = "N"
            MOVE "N" TO STATUS-CONSISTENCY-FLAG
            MOVE "SUPPORT GROUP NOT ON FILE"
              TO ERROR_MESSAGE OF EZITRAK042_REC
        END-IF
    END-IF.
/
6550_UPDATE_SOLUTION_DESC.
    IF SOLUTION_DESC_ELEMENT OF EZITRAK042_REC     ( SUB1 )
                PERFORM 7800_CMT_TRAN
                GO TO 6700-QUICK-CLOSE-PROBLEM-EXIT
            END-IF
            MOVE "N" TO LOAN-ABORT-FLAG
            IF PROBLEM_STATUS OF PROBLEM_DETAILS_REC NOT = "C"
                PERFORM 6940-CHECK-OPEN-LOANS
            END-IF
            IF LOAN-ABORT-FLAG = "Y"
                MOVE 31 TO STAGE-OF-PROCESSING
                PERFORM 7800_CMT_TRAN
                GO TO 6700-QUICK-CLOSE-PROBLEM-EXIT
            END-IF
            MOVE PROBLEM_NUMBER OF EZITRAK041-REC
              TO WS-CLOSE-CHECK-NUMBER
            PERFORM 6610-CHECK-OPEN-TASKS
            IF WS-OPEN-TASK-COUNT > ZERO
                MOVE 31 TO STAGE-OF-PROCESSING
                PERFORM 7800_CMT_TRAN
                GO TO 6700-QUICK-CLOSE-PROBLEM-EXIT
            END-IF
            MOVE PRIORITY_ID OF PROBLEM_DETAILS_REC
              TO WS-REVIEW-PRIORITY-ID
            PERFORM 6620-CHECK-INCIDENT-REVIEW
               THRU 6620-CHECK-INCIDENT-REVIEW-EXIT
            IF REVIEW-MISSING-FLAG = "Y"
                MOVE 31 TO STAGE-OF-PROCESSING
                PERFORM 7800_CMT_TRAN
                GO TO 6700-QUICK-CLOSE-PROBLEM-EXIT
            END-IF
            MOVE RESOLUTION_CODE OF EZITRAK042-REC
              TO CLOSE_CODE OF CLOSE_CODE_DETAILS_REC
            PERFORM 8910-READ-CLOSE-CODE-TABLE
/
6760-CHECK-CASCADE-CLOSE.
    MOVE ZERO TO WS-CASCADE-COUNT.
    MOVE ZERO TO WS-CASCADE-LOAN-COUNT.

    MOVE PROBLEM_NUMBER OF EZITRAK041-REC
      TO REF_PROBLEM_NUMBER OF LINKED-PROBLEM-DETAILS-REC.
        GO TO 9900_EXIT
    END-EVALUATE.

*   A CHILD THAT COULD NOT BE CLOSED ON ITS OWN MUST NOT BE CLOSED BY
*   ITS MASTER EITHER - THE FIRST ONE TO FAIL REFUSES THE WHOLE CLOSE
    MOVE "N" TO CASCADE-CHILD-FAIL-FLAG.
    PERFORM 6764-CHECK-CASCADE-CHILD THRU 6764-CHECK-CASCADE-CHILD-EXIT
                            VARYING WS-CC-SUB FROM 1 BY 1
                            UNTIL WS-CC-SUB > WS-CASCADE-COUNT
                               OR CASCADE-CHILD-FAIL-FLAG = "Y".

    IF CASCADE-CHILD-FAIL-FLAG = "Y"
        MOVE "Y" TO CASCADE-ABORT-FLAG
    ELSE
        IF WS-CASCADE-COUNT > ZERO
           AND CASCADE-WARNING-FLAG = "N"
            MOVE "Y" TO CASCADE-WARNING-FLAG
            MOVE "Y" TO CASCADE-ABORT-FLAG
            MOVE "LINKED PROBLEMS WILL ALSO CLOSE - SAVE AGAIN NBR= "
              TO WS_ERROR_MESSAGE_TXT
            MOVE WS-CASCADE-COUNT
              TO WS_ERROR_MESSAGE_NBR
            MOVE WS_ERROR_MESSAGE
              TO ERROR_MESSAGE OF EZITRAK042_REC
        END-IF
    END-IF.
*
6762-FETCH-CASCADE-CHILD.
        GO TO 9900_EXIT
    END-EVALUATE.
*
6763-READ-CASCADE-CHILD.
    MOVE WS-CASCADE-NUMBER (WS-CC-SUB)
      TO PROBLEM_NUMBER OF LINKED-PROBLEM-DETAILS-REC.

    CALL "ET_SS_PROBLEM_DETAILS" USING SQLCA
                         PROBLEM_NUMBER       OF LINKED-PROBLEM-DETAILS-REC
                         PROBLEM_STATUS       OF LINKED-PROBLEM-DETAILS-REC
                         PRIORITY_ID          OF LINKED-PROBLEM-DETAILS-REC
                         APPLICATION_ID       OF LINKED-PROBLEM-DETAILS-REC
                         SITE_ID              OF LINKED-PROBLEM-DETAILS-REC
                         PROBLEM_DESC         OF LINKED-PROBLEM-DETAILS-REC
                         RECORDING_PERSON_ID  OF LINKED-PROBLEM-DETAILS-REC
                         CONTACT_DATE         OF LINKED-PROBLEM-DETAILS-REC
                         CONTACT_PERSON_ID    OF LINKED-PROBLEM-DETAILS-REC
                         CONTACT_DEVICE       OF LINKED-PROBLEM-DETAILS-REC
                         PERSON_ASSIGNED_ID   OF LINKED-PROBLEM-DETAILS-REC
                         PERSON_REDIRECTED_ID OF LINKED-PROBLEM-DETAILS-REC
                         OTHER_SYSTEM_CODE    OF LINKED-PROBLEM-DETAILS-REC
                         EST_TO_COMPLETE_DAYS OF LINKED-PROBLEM-DETAILS-REC
                         PROGRESS_DESC        OF LINKED-PROBLEM-DETAILS-REC
                         SOLVED_DATE          OF LINKED-PROBLEM-DETAILS-REC
                         REF_PROBLEM_NUMBER   OF LINKED-PROBLEM-DETAILS-REC
                         SLA_BREACH_REASON    OF LINKED-PROBLEM-DETAILS-REC
                         CLOSE_CODE           OF LINKED-PROBLEM-DETAILS-REC
                         REC_USER             OF LINKED-PROBLEM-DETAILS-REC
                         REC_TMSTAMP          OF LINKED-PROBLEM-DETAILS-REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "SS CHILD PROBLEM NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.
*
6764-CHECK-CASCADE-CHILD.
    PERFORM 6763-READ-CASCADE-CHILD.

    IF SQL_NOT_FOUND
    OR PROBLEM_STATUS OF LINKED-PROBLEM-DETAILS-REC = "C"
        MOVE ZERO TO SQLCODE
        GO TO 6764-CHECK-CASCADE-CHILD-EXIT
    END-IF.

    MOVE WS-CASCADE-NUMBER (WS-CC-SUB) TO WS-CLOSE-CHECK-NUMBER.

    PERFORM 6610-CHECK-OPEN-TASKS.
    IF WS-OPEN-TASK-COUNT > ZERO
        MOVE "Y" TO CASCADE-CHILD-FAIL-FLAG
        MOVE SPACES TO ERROR_MESSAGE OF EZITRAK042_REC
        STRING "LINKED PROBLEM "            DELIMITED BY SIZE
               WS-CASCADE-NUMBER (WS-CC-SUB) DELIMITED BY SIZE
               " STILL HAS OPEN TASKS"      DELIMITED BY SIZE
          INTO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 6764-CHECK-CASCADE-CHILD-EXIT
    END-IF.

    MOVE PRIORITY_ID OF LINKED-PROBLEM-DETAILS-REC
      TO WS-REVIEW-PRIORITY-ID.
    PERFORM 6620-CHECK-INCIDENT-REVIEW
       THRU 6620-CHECK-INCIDENT-REVIEW-EXIT.
    IF REVIEW-MISSING-FLAG = "Y"
        MOVE "Y" TO CASCADE-CHILD-FAIL-FLAG
        MOVE SPACES TO ERROR_MESSAGE OF EZITRAK042_REC
        STRING "LINKED PROBLEM "            DELIMITED BY SIZE
               WS-CASCADE-NUMBER (WS-CC-SUB) DELIMITED BY SIZE
               " NEEDS A POST-INCIDENT REVIEW" DELIMITED BY SIZE
          INTO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 6764-CHECK-CASCADE-CHILD-EXIT
    END-IF.

    MOVE WS-CASCADE-NUMBER (WS-CC-SUB)
      TO PROBLEM_NUMBER OF LOAN_TRANSACTION_REC.
    PERFORM 6942-COUNT-PROBLEM-LOANS.
    ADD WS-LOAN-OUT-COUNT TO WS-CASCADE-LOAN-COUNT.
*
6764-CHECK-CASCADE-CHILD-EXIT.
    EXIT.
*
6765-BUILD-CASCADE-TEXT.
    MOVE SPACES TO WS-CASCADE-CLOSE-TEXT.

      TO ERROR_MESSAGE OF EZITRAK042_REC.
*
6775-CLOSE-ONE-CHILD.
    PERFORM 6763-READ-CASCADE-CHILD.

    IF SQL_NOT_FOUND
        GO TO 6775-CLOSE-ONE-CHILD-EXIT
    END-IF.

    IF PROBLEM_STATUS OF LINKED-PROBLEM-DETAILS-REC = "C"
        GO TO 6775-CLOSE-ONE-CHILD-EXIT
        GO TO 9900_EXIT
    END-EVALUATE.
/
6790-BROADCAST-MASTER-UPDATE.
*   ONE UPDATE LINE FROM A MASTER INCIDENT GOES ON AS A CUSTOMER-
*   VISIBLE "C" LINE, WITH A HISTORY ROW, ON THE MASTER AND ON EVERY
*   OPEN CHILD LINKED TO IT THROUGH REF_PROBLEM_NUMBER; EACH DISTINCT
*   CONTACT ACROSS THE FAMILY IS THEN QUEUED ONE NOTICE, ALL IN ONE
*   TRANSACTION, AND A DELIVERY SUMMARY GOES TO SYS$PRINT
    PERFORM 7100-START_TRAN_RW.

    IF SQL_LOCKED_RECORD
        MOVE WS-BROADCAST-TEXT TO BROADCAST_UPDATE_TEXT OF EZITRAK042_REC
        GO TO 6790-BROADCAST-MASTER-UPDATE-EXIT
    END-IF.

    MOVE PROBLEM-NUMBER OF EZITRAK041-REC
      TO PROBLEM-NUMBER OF PROBLEM_DETAILS_REC.

    PERFORM 7400-PROBLEM_SS.

    EVALUATE TRUE
    WHEN TMP_FLAG = "N"
        MOVE "RECORD HAS BEEN DELETED" TO ERROR_MESSAGE OF EZITRAK042_REC
    WHEN REF_PROBLEM_NUMBER OF PROBLEM_DETAILS_REC NOT = ZERO
        MOVE "THIS IS A LINKED CHILD - BROADCAST FROM ITS MASTER PROBLEM"
          TO ERROR_MESSAGE OF EZITRAK042_REC
    WHEN PROBLEM_STATUS OF PROBLEM_DETAILS_REC = "C"
        MOVE "MASTER PROBLEM IS CLOSED - NOTHING TO BROADCAST"
          TO ERROR_MESSAGE OF EZITRAK042_REC
    WHEN OTHER
        PERFORM 6791-FIND-FAMILY
        IF WS-CASCADE-COUNT = ZERO
            MOVE "NO LINKED PROBLEMS - ADD THE LINE AS A NORMAL UPDATE"
              TO ERROR_MESSAGE OF EZITRAK042_REC
        END-IF
    END-EVALUATE.

    IF ERROR_MESSAGE OF EZITRAK042_REC NOT = SPACES
        MOVE WS-BROADCAST-TEXT TO BROADCAST_UPDATE_TEXT OF EZITRAK042_REC
        PERFORM 7800_CMT_TRAN
        GO TO 6790-BROADCAST-MASTER-UPDATE-EXIT
    END-IF.

    IF PRIORITY_ID OF PROBLEM_DETAILS_REC = "P1"
        MOVE "U" TO WS-BC-URGENT-FLAG
    ELSE
        MOVE " " TO WS-BC-URGENT-FLAG
    END-IF.

    MOVE ZERO   TO WS-BC-PROBLEM-COUNT.
    MOVE ZERO   TO WS-BC-CONTACT-COUNT.
    MOVE ZERO   TO WS-BC-CONTACT-SKIPPED.
    MOVE SPACES TO WS-BC-CONTACT-ARRAY.

    OPEN OUTPUT LINKED-PRINT-FILE.

    MOVE SPACES TO LINKED-PRINT-LINE.
    STRING "BROADCAST UPDATE FROM MASTER PROBLEM: "
           PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
        DELIMITED BY SIZE INTO LINKED-PRINT-LINE.
    WRITE LINKED-PRINT-LINE.

    MOVE SPACES TO LINKED-PRINT-LINE.
    STRING "UPDATE: " WS-BROADCAST-TEXT
        DELIMITED BY SIZE INTO LINKED-PRINT-LINE.
    WRITE LINKED-PRINT-LINE.

    MOVE SPACES TO LINKED-PRINT-LINE.
    WRITE LINKED-PRINT-LINE.

    MOVE PROBLEM_DETAILS_REC TO LINKED-PROBLEM-DETAILS-REC.
    PERFORM 6793-BROADCAST-ONE-PROBLEM.

    PERFORM 6792-BROADCAST-ONE-CHILD THRU 6792-BROADCAST-ONE-CHILD-EXIT
                            VARYING WS-CC-SUB FROM 1 BY 1
                            UNTIL WS-CC-SUB > WS-CASCADE-COUNT.

    MOVE SPACES TO LINKED-PRINT-LINE.
    WRITE LINKED-PRINT-LINE.

    PERFORM 6797-QUEUE-CONTACT-NOTICE VARYING WS-BC-SUB FROM 1 BY 1
                                      UNTIL WS-BC-SUB > WS-BC-CONTACT-COUNT.

    MOVE SPACES TO LINKED-PRINT-LINE.
    WRITE LINKED-PRINT-LINE.

    IF WS-CASCADE-COUNT >= WS-CASCADE-MAX
        MOVE "ONLY THE FIRST 50 LINKED PROBLEMS WERE UPDATED"
          TO LINKED-PRINT-LINE
        WRITE LINKED-PRINT-LINE
    END-IF.

    IF WS-BC-CONTACT-SKIPPED > ZERO
        MOVE WS-BC-CONTACT-SKIPPED TO WS-BC-PRINT-NUMBER
        MOVE SPACES TO LINKED-PRINT-LINE
        STRING "CONTACTS NOT NOTIFIED - OVER THE LIMIT = "
               WS-BC-PRINT-NUMBER
            DELIMITED BY SIZE INTO LINKED-PRINT-LINE
        WRITE LINKED-PRINT-LINE
    END-IF.

    MOVE WS-BC-PROBLEM-COUNT TO WS-BC-PRINT-NUMBER.
    MOVE SPACES TO LINKED-PRINT-LINE.
    STRING "PROBLEMS UPDATED  = " WS-BC-PRINT-NUMBER
        DELIMITED BY SIZE INTO LINKED-PRINT-LINE.
    WRITE LINKED-PRINT-LINE.

    MOVE WS-BC-CONTACT-COUNT TO WS-BC-PRINT-NUMBER.
    MOVE SPACES TO LINKED-PRINT-LINE.
    STRING "CONTACTS NOTIFIED = " WS-BC-PRINT-NUMBER
        DELIMITED BY SIZE INTO LINKED-PRINT-LINE.
    WRITE LINKED-PRINT-LINE.

    CLOSE LINKED-PRINT-FILE.

*   THE MASTER HAS A NEW LINE - RELOAD THE SCREEN'S SOLUTION LINES SO
*   A LATER SAVE NUMBERS ITS OWN LINES AFTER IT
    PERFORM 3100_GET_SOLUTION_DESC.

    PERFORM 7800_CMT_TRAN.

    MOVE "UPDATE BROADCAST, SUMMARY SENT TO SYS$PRINT PROBLEMS= "
      TO WS_ERROR_MESSAGE_TXT.
    MOVE WS-BC-PROBLEM-COUNT
      TO WS_ERROR_MESSAGE_NBR.
    MOVE WS_ERROR_MESSAGE
      TO ERROR_MESSAGE OF EZITRAK042_REC.

    MOVE EZITRAK042-REC TO OLD-EZITRAK042-REC.
*
6790-BROADCAST-MASTER-UPDATE-EXIT.
    EXIT.
*
6791-FIND-FAMILY.
    MOVE ZERO TO WS-CASCADE-COUNT.

    MOVE PROBLEM_NUMBER OF EZITRAK041-REC
      TO REF_PROBLEM_NUMBER OF LINKED-PROBLEM-DETAILS-REC.

    CALL "ET_OC20_PROBLEM_DETAILS" USING SQLCA
             REF_PROBLEM_NUMBER OF LINKED-PROBLEM-DETAILS-REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF PROBLEM_OC20 CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON OC20" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 6762-FETCH-CASCADE-CHILD UNTIL NOT SQL_SUCCESS
                                     OR WS-CASCADE-COUNT >= WS-CASCADE-MAX.

    CALL "ET_CC20_PROBLEM_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CC20 CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON CC20" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.
*
6792-BROADCAST-ONE-CHILD.
    MOVE WS-CASCADE-NUMBER (WS-CC-SUB)
      TO PROBLEM_NUMBER OF LINKED-PROBLEM-DETAILS-REC.

    CALL "ET_SS_PROBLEM_DETAILS" USING SQLCA
             PROBLEM_NUMBER       OF LINKED-PROBLEM-DETAILS-REC
             PROBLEM_STATUS       OF LINKED-PROBLEM-DETAILS-REC
             PRIORITY_ID          OF LINKED-PROBLEM-DETAILS-REC
             APPLICATION_ID       OF LINKED-PROBLEM-DETAILS-REC
             SITE_ID              OF LINKED-PROBLEM-DETAILS-REC
             PROBLEM_DESC         OF LINKED-PROBLEM-DETAILS-REC
             RECORDING_PERSON_ID  OF LINKED-PROBLEM-DETAILS-REC
             CONTACT_DATE         OF LINKED-PROBLEM-DETAILS-REC
             CONTACT_PERSON_ID    OF LINKED-PROBLEM-DETAILS-REC
             CONTACT_DEVICE       OF LINKED-PROBLEM-DETAILS-REC
             PERSON_ASSIGNED_ID   OF LINKED-PROBLEM-DETAILS-REC
             PERSON_REDIRECTED_ID OF LINKED-PROBLEM-DETAILS-REC
             OTHER_SYSTEM_CODE    OF LINKED-PROBLEM-DETAILS-REC
             EST_TO_COMPLETE_DAYS OF LINKED-PROBLEM-DETAILS-REC
             PROGRESS_DESC        OF LINKED-PROBLEM-DETAILS-REC
             SOLVED_DATE          OF LINKED-PROBLEM-DETAILS-REC
             REF_PROBLEM_NUMBER   OF LINKED-PROBLEM-DETAILS-REC
             SLA_BREACH_REASON    OF LINKED-PROBLEM-DETAILS-REC
             CLOSE_CODE           OF LINKED-PROBLEM-DETAILS-REC
             REC_USER             OF LINKED-PROBLEM-DETAILS-REC
             REC_TMSTAMP          OF LINKED-PROBLEM-DETAILS-REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
        GO TO 6792-BROADCAST-ONE-CHILD-EXIT
    WHEN OTHER
        DISPLAY "SS CHILD PROBLEM NG CODE=" SQLCODE WITH CONVERSION
        GO TO   9900-EXIT
    END-EVALUATE.

    IF PROBLEM_STATUS OF LINKED-PROBLEM-DETAILS-REC = "C"
        MOVE SPACES TO LINKED-PRINT-LINE
        STRING "PROBLEM NUMBER: "
               PROBLEM_NUMBER OF LINKED-PROBLEM-DETAILS-REC
               "  CLOSED - NOT UPDATED"
            DELIMITED BY SIZE INTO LINKED-PRINT-LINE
        WRITE LINKED-PRINT-LINE
        GO TO 6792-BROADCAST-ONE-CHILD-EXIT
    END-IF.

    PERFORM 6793-BROADCAST-ONE-PROBLEM.
*
6792-BROADCAST-ONE-CHILD-EXIT.
    EXIT.
*
6793-BROADCAST-ONE-PROBLEM.
*   LINKED-PROBLEM-DETAILS-REC HOLDS THE PROBLEM - THE HISTORY ROW
*   CARRIES ITS UNCHANGED STATUS AND ASSIGNMENT, STAMPED NOW
    PERFORM 6794-APPEND-BROADCAST-LINE.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF LINKED-PROBLEM-DETAILS-REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF LINKED-PROBLEM-DETAILS-REC.

    PERFORM 7257-RECORD-CHILD-HISTORY.

    ADD 1 TO WS-BC-PROBLEM-COUNT.

    MOVE SPACES TO LINKED-PRINT-LINE.
    STRING "PROBLEM NUMBER: "
           PROBLEM_NUMBER OF LINKED-PROBLEM-DETAILS-REC
           "  UPDATED  CONTACT: "
           CONTACT_PERSON_ID OF LINKED-PROBLEM-DETAILS-REC
        DELIMITED BY SIZE INTO LINKED-PRINT-LINE.
    WRITE LINKED-PRINT-LINE.

    MOVE CONTACT_PERSON_ID OF LINKED-PROBLEM-DETAILS-REC
      TO WS-BC-ADD-PERSON-ID.
    PERFORM 6795-ADD-BROADCAST-CONTACT.

*   THE EXTRA CONTACTS RECORDED AGAINST THE PROBLEM ARE TOLD AS WELL
    MOVE PROBLEM_NUMBER OF LINKED-PROBLEM-DETAILS-REC
      TO PROBLEM_NUMBER OF PROBLEM_CONTACT_DETAILS_REC.

    CALL "ET_OC_PROBLEM_CONTACT_DETAILS" USING SQLCA
             PROBLEM_NUMBER OF PROBLEM_CONTACT_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF BC_CONTACT_OC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON OC" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 6798-FETCH-BROADCAST-CONTACT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_CONTACT_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF BC_CONTACT_CC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON CC" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.
*
6794-APPEND-BROADCAST-LINE.
    MOVE ZERO TO WS-CHILD-LINE-COUNT.

    MOVE PROBLEM_NUMBER OF LINKED-PROBLEM-DETAILS-REC
      TO PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC.

    CALL "ET_OC_PROBLEM_SOLUTION_DETAILS" USING SQLCA
             PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CHILD_SOL_OC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON OC" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 6785-COUNT-CHILD-LINE UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_SOLUTION_DETAILS" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CHILD_SOL_CC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON CC" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE PROBLEM_NUMBER OF LINKED-PROBLEM-DETAILS-REC
      TO PROBLEM_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC.

    ADD 1 TO WS-CHILD-LINE-COUNT
      GIVING LINE_NUMBER OF PROBLEM_SOLUTION_DETAILS_REC.

    MOVE WS-BROADCAST-TEXT
      TO SOLUTION_DESC OF PROBLEM_SOLUTION_DETAILS_REC.

    MOVE "C" TO ENTRY_TYPE OF PROBLEM_SOLUTION_DETAILS_REC.

    MOVE ZERO TO MINUTES_SPENT OF PROBLEM_SOLUTION_DETAILS_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF PROBLEM_SOLUTION_DETAILS_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF PROBLEM_SOLUTION_DETAILS_REC.

    CALL "ET_IR_PROBLEM_SOLUTION_DETAILS" USING SQLCA
             PROBLEM_NUMBER   OF PROBLEM_SOLUTION_DETAILS_REC
             LINE_NUMBER      OF PROBLEM_SOLUTION_DETAILS_REC
             SOLUTION_DESC    OF PROBLEM_SOLUTION_DETAILS_REC
             ENTRY_TYPE       OF PROBLEM_SOLUTION_DETAILS_REC
             MINUTES_SPENT    OF PROBLEM_SOLUTION_DETAILS_REC
             REC_USER         OF PROBLEM_SOLUTION_DETAILS_REC
             REC_TMSTAMP      OF PROBLEM_SOLUTION_DETAILS_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF BROADCAST_SOL_IR CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR WRITING BROADCAST LINE" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.
*
6795-ADD-BROADCAST-CONTACT.
*   WS-BC-ADD-PERSON-ID GOES INTO THE NOTICE TABLE ONCE, WHICHEVER
*   PROBLEM OF THE FAMILY NAMED IT FIRST
    IF WS-BC-ADD-PERSON-ID NOT = SPACES
        MOVE "N" TO WS-BC-FOUND-FLAG
        PERFORM 6796-MATCH-CONTACT VARYING WS-BC-SUB FROM 1 BY 1
                                   UNTIL WS-BC-SUB > WS-BC-CONTACT-COUNT
                                   OR WS-BC-FOUND-FLAG = "Y"
        IF WS-BC-FOUND-FLAG = "N"
            IF WS-BC-CONTACT-COUNT < WS-BC-CONTACT-MAX
                ADD 1 TO WS-BC-CONTACT-COUNT
                MOVE WS-BC-ADD-PERSON-ID
                  TO WS-BC-CONTACT-ID (WS-BC-CONTACT-COUNT)
            ELSE
                ADD 1 TO WS-BC-CONTACT-SKIPPED
            END-IF
        END-IF
    END-IF.
*
6796-MATCH-CONTACT.
    IF WS-BC-CONTACT-ID (WS-BC-SUB) = WS-BC-ADD-PERSON-ID
        MOVE "Y" TO WS-BC-FOUND-FLAG
    END-IF.
*
6797-QUEUE-CONTACT-NOTICE.
*   ONE NOTICE PER PERSON HOWEVER MANY OF THE FAMILY THEY RAISED
    MOVE WS-BC-CONTACT-ID (WS-BC-SUB) TO WS-NOTIFY-PERSON-ID.

    MOVE SPACES TO WS-NOTIFY-SUBJECT.
    STRING "INCIDENT "                           DELIMITED BY SIZE
           PROBLEM_NUMBER OF PROBLEM_DETAILS_REC DELIMITED BY SIZE
           ": "                                  DELIMITED BY SIZE
           WS-BROADCAST-TEXT (1:40)              DELIMITED BY SIZE
      INTO WS-NOTIFY-SUBJECT
      ON OVERFLOW
          DISPLAY "BROADCAST SUBJECT TRUNCATED FOR " WS-NOTIFY-PERSON-ID
    END-STRING.

    MOVE WS-BC-URGENT-FLAG TO WS-NOTIFY-URGENT-FLAG.

    PERFORM 7290-QUEUE-NOTIFICATION THRU 7290-QUEUE-NOTIFICATION-END.

    MOVE SPACES TO LINKED-PRINT-LINE.
    STRING "NOTICE QUEUED TO CONTACT: " WS-BC-CONTACT-ID (WS-BC-SUB)
        DELIMITED BY SIZE INTO LINKED-PRINT-LINE.
    WRITE LINKED-PRINT-LINE.
*
6798-FETCH-BROADCAST-CONTACT.
    CALL "ET_FC_PROBLEM_CONTACT_DETAILS" USING SQLCA
                        LINE_NUMBER       OF PROBLEM_CONTACT_DETAILS_REC
                        CONTACT_PERSON_ID OF PROBLEM_CONTACT_DETAILS_REC
                        CONTACT_DEVICE    OF PROBLEM_CONTACT_DETAILS_REC
                        REC_USER          OF PROBLEM_CONTACT_DETAILS_REC
                        REC_TMSTAMP       OF PROBLEM_CONTACT_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE CONTACT_PERSON_ID OF PROBLEM_CONTACT_DETAILS_REC
          TO WS-BC-ADD-PERSON-ID
        PERFORM 6795-ADD-BROADCAST-CONTACT
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF BC_CONTACT_FC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR FC" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.
/
6800-MAINTAIN-SITE-VISIT.
*   ENGINEER VISITS ARE BOOKED, AND THEN MARKED ARRIVED, DONE OR
*   CANCELLED, FROM THE SAME FIELDS - THE ENGINEER AND THE DAY PICK OUT
*   THE VISIT, SO ONE ENGINEER HAS AT MOST ONE VISIT A DAY PER PROBLEM.
*   EACH ACTION RUNS IN ITS OWN TRANSACTION LIKE 6950-RECORD-PART-USAGE
    IF VISIT_ACTION OF EZITRAK042_REC = SPACES
        MOVE "B" TO VISIT_ACTION OF EZITRAK042_REC
    END-IF.

    IF VISIT_ACTION OF EZITRAK042_REC NOT = "B"
    AND VISIT_ACTION OF EZITRAK042_REC NOT = "A"
    AND VISIT_ACTION OF EZITRAK042_REC NOT = "D"
    AND VISIT_ACTION OF EZITRAK042_REC NOT = "X"
        MOVE "VISIT ACTION MUST BE B(OOK) A(RRIVED) D(ONE) OR X (CANCEL)"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 6800-MAINTAIN-SITE-VISIT-EXIT
    END-IF.

    MOVE ZERO TO WS-VISIT-BINTIM-STATUS.

    CALL "SYS$BINTIM" USING VISIT_DATE_TEXT OF EZITRAK042_REC
                            WS-VISIT-DATE-BIN
                       GIVING WS-VISIT-BINTIM-STATUS.

    IF WS-VISIT-BINTIM-STATUS IS FAILURE
        MOVE "VISIT DATE NOT UNDERSTOOD - USE DD-MMM-YYYY"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 6800-MAINTAIN-SITE-VISIT-EXIT
    END-IF.

*   A VISIT IS KEYED ON THE DAY ITSELF - MIDNIGHT, WHATEVER WAS TYPED
    DIVIDE WS-VISIT-DATE-BIN BY ONE-DAY-BIN
        GIVING WS-VISIT-DAY-NUMBER.
    MOVE ONE-DAY-BIN TO WS-VISIT-DATE-BIN.
    MULTIPLY WS-VISIT-DAY-NUMBER BY WS-VISIT-DATE-BIN.
    ADD ONE-DAY-BIN TO WS-VISIT-DATE-BIN GIVING WS-VISIT-NEXT-DAY-BIN.

    MOVE SPACES TO WS-VISIT-DATE-TEXT.
    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-VISIT-DATE-TEXT
                            BY REFERENCE  WS-VISIT-DATE-BIN
                            OMITTED
                      GIVING ERR_RET.

    IF VISIT_ACTION OF EZITRAK042_REC = "B"
        IF VISIT_SLOT OF EZITRAK042_REC NOT = "AM"
        AND VISIT_SLOT OF EZITRAK042_REC NOT = "PM"
        AND VISIT_SLOT OF EZITRAK042_REC NOT = "AD"
            MOVE "VISIT SLOT MUST BE AM, PM OR AD (ALL DAY)"
              TO ERROR_MESSAGE OF EZITRAK042_REC
            GO TO 6800-MAINTAIN-SITE-VISIT-EXIT
        END-IF
        PERFORM 8600-GET-TIME
        DIVIDE CURRENT_DATE_BIN BY ONE-DAY-BIN
            GIVING WS-VISIT-DAY-NUMBER
        MOVE ONE-DAY-BIN TO WS-VISIT-TODAY-BIN
        MULTIPLY WS-VISIT-DAY-NUMBER BY WS-VISIT-TODAY-BIN
        IF WS-VISIT-DATE-BIN < WS-VISIT-TODAY-BIN
            MOVE "VISIT DATE IS IN THE PAST"
              TO ERROR_MESSAGE OF EZITRAK042_REC
            GO TO 6800-MAINTAIN-SITE-VISIT-EXIT
        END-IF
    END-IF.

    PERFORM 7100_START_TRAN_RW.

    IF SQL_LOCKED_RECORD
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 6800-MAINTAIN-SITE-VISIT-EXIT
    END-IF.

    MOVE PROBLEM-NUMBER OF EZITRAK041-REC
      TO PROBLEM-NUMBER OF PROBLEM_DETAILS_REC.

    PERFORM 7400-PROBLEM_SS.

    IF TMP_FLAG = "N"
        MOVE "RECORD HAS BEEN DELETED" TO ERROR_MESSAGE OF EZITRAK042_REC
        PERFORM 7800_CMT_TRAN
        GO TO 6800-MAINTAIN-SITE-VISIT-EXIT
    END-IF.

    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF SITE_VISIT_REC.
    MOVE VISIT_ENGINEER_ID OF EZITRAK042_REC
      TO ENGINEER_ID    OF SITE_VISIT_REC.
    MOVE WS-VISIT-DATE-BIN
      TO VISIT_DATE     OF SITE_VISIT_REC.

    MOVE "N" TO WS-VISIT-DONE-FLAG.

    IF VISIT_ACTION OF EZITRAK042_REC = "B"
        PERFORM 6810-BOOK-SITE-VISIT THRU 6810-BOOK-SITE-VISIT-EXIT
    ELSE
        PERFORM 6830-UPDATE-SITE-VISIT THRU 6830-UPDATE-SITE-VISIT-EXIT
    END-IF.

    IF WS-VISIT-DONE-FLAG = "Y"
        MOVE SPACES TO VISIT_ACTION      OF EZITRAK042_REC
        MOVE SPACES TO VISIT_ENGINEER_ID OF EZITRAK042_REC
        MOVE SPACES TO VISIT_DATE_TEXT   OF EZITRAK042_REC
        MOVE SPACES TO VISIT_SLOT        OF EZITRAK042_REC
    END-IF.
*
6800-MAINTAIN-SITE-VISIT-EXIT.
    EXIT.
/
6810-BOOK-SITE-VISIT.
    IF PROBLEM_STATUS OF PROBLEM_DETAILS_REC = "C"
        MOVE "PROBLEM IS CLOSED - NO VISIT CAN BE BOOKED"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        PERFORM 7800_CMT_TRAN
        GO TO 6810-BOOK-SITE-VISIT-EXIT
    END-IF.

    MOVE VISIT_ENGINEER_ID OF EZITRAK042_REC
      TO PERSON_ID OF PERSON_DETAILS_REC.

    CALL "ET_SS_PERSON_LEAVE" USING SQLCA
                                  PERSON_ID      OF PERSON_DETAILS_REC
                                  AWAY_FROM_DATE OF PERSON_DETAILS_REC
                                  BACK_ON_DATE   OF PERSON_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "ENGINEER NOT ON FILE" TO ERROR_MESSAGE OF EZITRAK042_REC
        MOVE ZERO TO SQLCODE
        PERFORM 7800_CMT_TRAN
        GO TO 6810-BOOK-SITE-VISIT-EXIT
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_AWAY_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900_EXIT
    END-EVALUATE.

*   ANY PART OF THE DAY INSIDE THE ABSENCE RULES THE ENGINEER OUT
    IF AWAY_FROM_DATE OF PERSON_DETAILS_REC NOT = ZERO
       AND AWAY_FROM_DATE OF PERSON_DETAILS_REC < WS-VISIT-NEXT-DAY-BIN
       AND ( BACK_ON_DATE OF PERSON_DETAILS_REC = ZERO
          OR BACK_ON_DATE OF PERSON_DETAILS_REC > WS-VISIT-DATE-BIN )
        PERFORM 8530-BUILD-LEAVE-WARNING
        MOVE SPACES TO ERROR_MESSAGE OF EZITRAK042_REC
        IF WS-BACK-ON-TEXT = SPACES
            MOVE "ENGINEER ON LEAVE THAT DAY"
              TO ERROR_MESSAGE OF EZITRAK042_REC
        ELSE
            STRING "ENGINEER ON LEAVE THAT DAY - BACK ON " DELIMITED BY SIZE
                   WS-BACK-ON-TEXT (1:11)                  DELIMITED BY SIZE
              INTO ERROR_MESSAGE OF EZITRAK042_REC
        END-IF
        PERFORM 7800_CMT_TRAN
        GO TO 6810-BOOK-SITE-VISIT-EXIT
    END-IF.

    PERFORM 6815-CHECK-ENGINEER-DAY.

    IF WS-VISIT-CLASH-FLAG = "Y"
        MOVE SPACES TO ERROR_MESSAGE OF EZITRAK042_REC
        STRING "ENGINEER ALREADY BOOKED THEN FOR PROBLEM " DELIMITED BY SIZE
               WS-VISIT-CLASH-NUMBER                       DELIMITED BY SIZE
          INTO ERROR_MESSAGE OF EZITRAK042_REC
        PERFORM 7800_CMT_TRAN
        GO TO 6810-BOOK-SITE-VISIT-EXIT
    END-IF.

*   A SECOND ENGINEER AT THE SAME SITE THE SAME DAY MAY BE MEANT - IT
*   IS A WARNING, AND THE SAME BOOKING KEYED AGAIN GOES THROUGH
    PERFORM 6820-CHECK-SITE-DAY.

    MOVE SPACES TO WS-VISIT-KEY.
    STRING VISIT_ENGINEER_ID OF EZITRAK042_REC DELIMITED BY SIZE
           WS-VISIT-DATE-TEXT (1:11)           DELIMITED BY SIZE
           VISIT_SLOT OF EZITRAK042_REC        DELIMITED BY SIZE
           PROBLEM_NUMBER OF PROBLEM_DETAILS_REC DELIMITED BY SIZE
      INTO WS-VISIT-KEY.

    IF WS-VISIT-OTHER-ENGINEER NOT = SPACES
    AND WS-VISIT-KEY NOT = WS-VISIT-CONFIRM-KEY
        MOVE WS-VISIT-KEY TO WS-VISIT-CONFIRM-KEY
        MOVE SPACES TO ERROR_MESSAGE OF EZITRAK042_REC
        STRING WS-VISIT-OTHER-ENGINEER       DELIMITED BY SPACE
               " IS AT THIS SITE THAT DAY - PRESS K AGAIN TO BOOK"
                                             DELIMITED BY SIZE
          INTO ERROR_MESSAGE OF EZITRAK042_REC
        PERFORM 7800_CMT_TRAN
        GO TO 6810-BOOK-SITE-VISIT-EXIT
    END-IF.

    MOVE SPACES TO WS-VISIT-CONFIRM-KEY.

    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF SITE_VISIT_REC.
    MOVE VISIT_ENGINEER_ID OF EZITRAK042_REC
      TO ENGINEER_ID       OF SITE_VISIT_REC.
    MOVE WS-VISIT-DATE-BIN
      TO VISIT_DATE        OF SITE_VISIT_REC.
    MOVE VISIT_SLOT        OF EZITRAK042_REC
      TO TIME_SLOT         OF SITE_VISIT_REC.
    MOVE SITE_ID           OF PROBLEM_DETAILS_REC
      TO SITE_ID           OF SITE_VISIT_REC.
    MOVE "B"  TO VISIT_STATUS      OF SITE_VISIT_REC.
    MOVE ZERO TO ARRIVAL_TMSTAMP   OF SITE_VISIT_REC.
    MOVE ZERO TO DEPARTURE_TMSTAMP OF SITE_VISIT_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF SITE_VISIT_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF SITE_VISIT_REC.

*   A CANCELLED OR FINISHED VISIT ON THE SAME DAY IS BOOKED AGAIN IN
*   PLACE RATHER THAN AS A SECOND ROW
    IF WS-VISIT-EXISTS-FLAG = "Y"
        PERFORM 6840-SITE-VISIT-UR
    ELSE
        CALL "ET_IR_SITE_VISIT" USING SQLCA
                              PROBLEM_NUMBER    OF SITE_VISIT_REC
                              ENGINEER_ID       OF SITE_VISIT_REC
                              VISIT_DATE        OF SITE_VISIT_REC
                              TIME_SLOT         OF SITE_VISIT_REC
                              SITE_ID           OF SITE_VISIT_REC
                              VISIT_STATUS      OF SITE_VISIT_REC
                              ARRIVAL_TMSTAMP   OF SITE_VISIT_REC
                              DEPARTURE_TMSTAMP OF SITE_VISIT_REC
                              REC_USER          OF SITE_VISIT_REC
                              REC_TMSTAMP       OF SITE_VISIT_REC
        END-CALL
        EVALUATE TRUE
        WHEN SQL_SUCCESS
            CONTINUE
        WHEN SQL_DUPLICATE_IDX
            MOVE "VISIT BOOKED BY ANOTHER USER"
              TO ERROR_MESSAGE OF EZITRAK042_REC
            MOVE ZERO TO SQLCODE
            PERFORM 7800_CMT_TRAN
            GO TO 6810-BOOK-SITE-VISIT-EXIT
        WHEN OTHER
            DISPLAY "ERROR OF SITE_VISIT_IR CODE=" SQLCODE WITH CONVERSION
            GO TO 9900_EXIT
        END-EVALUATE
    END-IF.

    MOVE CONTACT_PERSON_ID OF PROBLEM_DETAILS_REC TO WS-NOTIFY-PERSON-ID.
    MOVE SPACES TO WS-NOTIFY-SUBJECT.
    STRING "ENGINEER VISIT "                     DELIMITED BY SIZE
           WS-VISIT-DATE-TEXT (1:11)             DELIMITED BY SIZE
           " "                                   DELIMITED BY SIZE
           VISIT_SLOT OF EZITRAK042_REC          DELIMITED BY SIZE
           " FOR PROBLEM "                       DELIMITED BY SIZE
           PROBLEM_NUMBER OF PROBLEM_DETAILS_REC DELIMITED BY SIZE
      INTO WS-NOTIFY-SUBJECT.
    MOVE " " TO WS-NOTIFY-URGENT-FLAG.

    PERFORM 7290-QUEUE-NOTIFICATION THRU 7290-QUEUE-NOTIFICATION-END.

    PERFORM 7800_CMT_TRAN.

    MOVE "Y" TO WS-VISIT-DONE-FLAG.
    MOVE "VISIT BOOKED AND THE CONTACT NOTIFIED"
      TO ERROR_MESSAGE OF EZITRAK042_REC.
*
6810-BOOK-SITE-VISIT-EXIT.
    EXIT.
*
6815-CHECK-ENGINEER-DAY.
*   THE ENGINEER'S OTHER BOOKED VISITS THAT DAY - AN ALL-DAY VISIT
*   CLASHES WITH ANYTHING, OTHERWISE ONLY THE SAME SLOT DOES
    MOVE "N"  TO WS-VISIT-EXISTS-FLAG.
    MOVE "N"  TO WS-VISIT-CLASH-FLAG.
    MOVE ZERO TO WS-VISIT-CLASH-NUMBER.

    MOVE VISIT_ENGINEER_ID OF EZITRAK042_REC
      TO ENGINEER_ID OF SITE_VISIT_REC.
    MOVE WS-VISIT-DATE-BIN
      TO VISIT_DATE  OF SITE_VISIT_REC.

    CALL "ET_OC_SITE_VISIT_BY_ENGINEER" USING SQLCA
                                 ENGINEER_ID OF SITE_VISIT_REC
                                 VISIT_DATE  OF SITE_VISIT_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF VISIT_ENG_OC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON OC" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 6816-FETCH-ENGINEER-VISIT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_SITE_VISIT_BY_ENGINEER" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF VISIT_ENG_CC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON CC" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.
*
6816-FETCH-ENGINEER-VISIT.
    CALL "ET_FC_SITE_VISIT_BY_ENGINEER" USING SQLCA
                                 PROBLEM_NUMBER OF SITE_VISIT_REC
                                 TIME_SLOT      OF SITE_VISIT_REC
                                 VISIT_STATUS   OF SITE_VISIT_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF PROBLEM_NUMBER OF SITE_VISIT_REC
           = PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
            MOVE "Y" TO WS-VISIT-EXISTS-FLAG
        END-IF
        IF VISIT_STATUS OF SITE_VISIT_REC = "B"
           AND ( TIME_SLOT OF SITE_VISIT_REC = VISIT_SLOT OF EZITRAK042_REC
              OR TIME_SLOT OF SITE_VISIT_REC = "AD"
              OR VISIT_SLOT OF EZITRAK042_REC = "AD"
              OR PROBLEM_NUMBER OF SITE_VISIT_REC
                 = PROBLEM_NUMBER OF PROBLEM_DETAILS_REC )
            MOVE "Y" TO WS-VISIT-CLASH-FLAG
            MOVE PROBLEM_NUMBER OF SITE_VISIT_REC TO WS-VISIT-CLASH-NUMBER
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF VISIT_ENG_FC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON FC" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.
*
6820-CHECK-SITE-DAY.
    MOVE SPACES TO WS-VISIT-OTHER-ENGINEER.

    MOVE SITE_ID OF PROBLEM_DETAILS_REC TO SITE_ID OF SITE_VISIT_REC.
    MOVE WS-VISIT-DATE-BIN TO VISIT_DATE OF SITE_VISIT_REC.

    CALL "ET_OC_SITE_VISIT_BY_SITE" USING SQLCA
                                 SITE_ID    OF SITE_VISIT_REC
                                 VISIT_DATE OF SITE_VISIT_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF VISIT_SITE_OC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON OC" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 6821-FETCH-SITE-VISIT UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_SITE_VISIT_BY_SITE" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF VISIT_SITE_CC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON CC" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.
*
6821-FETCH-SITE-VISIT.
    CALL "ET_FC_SITE_VISIT_BY_SITE" USING SQLCA
                                 PROBLEM_NUMBER OF SITE_VISIT_REC
                                 ENGINEER_ID    OF SITE_VISIT_REC
                                 VISIT_STATUS   OF SITE_VISIT_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF VISIT_STATUS OF SITE_VISIT_REC = "B"
           AND ENGINEER_ID OF SITE_VISIT_REC
               NOT = VISIT_ENGINEER_ID OF EZITRAK042_REC
            MOVE ENGINEER_ID OF SITE_VISIT_REC TO WS-VISIT-OTHER-ENGINEER
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF VISIT_SITE_FC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON FC" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.
/
6830-UPDATE-SITE-VISIT.
*   ARRIVAL AND DEPARTURE ARE STAMPED WHEN THE ENGINEER RINGS IN; "D"
*   MARKS THE VISIT COMPLETE, AND ONLY COMPLETE OR CANCELLED VISITS
*   STAY OFF EZITRAK142'S EXCEPTIONS REPORT
    CALL "ET_SS_SITE_VISIT" USING SQLCA
                              PROBLEM_NUMBER    OF SITE_VISIT_REC
                              ENGINEER_ID       OF SITE_VISIT_REC
                              VISIT_DATE        OF SITE_VISIT_REC
                              TIME_SLOT         OF SITE_VISIT_REC
                              SITE_ID           OF SITE_VISIT_REC
                              VISIT_STATUS      OF SITE_VISIT_REC
                              ARRIVAL_TMSTAMP   OF SITE_VISIT_REC
                              DEPARTURE_TMSTAMP OF SITE_VISIT_REC
                              REC_USER          OF SITE_VISIT_REC
                              REC_TMSTAMP       OF SITE_VISIT_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "NO VISIT BOOKED FOR THAT ENGINEER ON THAT DAY"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        MOVE ZERO TO SQLCODE
        PERFORM 7800_CMT_TRAN
        GO TO 6830-UPDATE-SITE-VISIT-EXIT
    WHEN OTHER
        DISPLAY "ERROR OF SITE_VISIT_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900_EXIT
    END-EVALUATE.

    IF VISIT_STATUS OF SITE_VISIT_REC NOT = "B"
        MOVE "THAT VISIT IS ALREADY COMPLETE OR CANCELLED"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        PERFORM 7800_CMT_TRAN
        GO TO 6830-UPDATE-SITE-VISIT-EXIT
    END-IF.

    PERFORM 8600-GET-TIME.

    EVALUATE VISIT_ACTION OF EZITRAK042_REC
    WHEN "A"
        MOVE CURRENT_DATE_BIN TO ARRIVAL_TMSTAMP OF SITE_VISIT_REC
        MOVE "ENGINEER ARRIVAL RECORDED"
          TO ERROR_MESSAGE OF EZITRAK042_REC
    WHEN "D"
        MOVE CURRENT_DATE_BIN TO DEPARTURE_TMSTAMP OF SITE_VISIT_REC
        MOVE "C" TO VISIT_STATUS OF SITE_VISIT_REC
        MOVE "VISIT MARKED COMPLETE"
          TO ERROR_MESSAGE OF EZITRAK042_REC
    WHEN OTHER
        MOVE "X" TO VISIT_STATUS OF SITE_VISIT_REC
        MOVE "VISIT CANCELLED AND THE CONTACT NOTIFIED"
          TO ERROR_MESSAGE OF EZITRAK042_REC
    END-EVALUATE.

    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF SITE_VISIT_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF SITE_VISIT_REC.

    PERFORM 6840-SITE-VISIT-UR.

    IF VISIT_ACTION OF EZITRAK042_REC = "X"
        MOVE CONTACT_PERSON_ID OF PROBLEM_DETAILS_REC
          TO WS-NOTIFY-PERSON-ID
        MOVE SPACES TO WS-NOTIFY-SUBJECT
        STRING "ENGINEER VISIT "                     DELIMITED BY SIZE
               WS-VISIT-DATE-TEXT (1:11)             DELIMITED BY SIZE
               " CANCELLED FOR PROBLEM "             DELIMITED BY SIZE
               PROBLEM_NUMBER OF PROBLEM_DETAILS_REC DELIMITED BY SIZE
          INTO WS-NOTIFY-SUBJECT
        MOVE " " TO WS-NOTIFY-URGENT-FLAG
        PERFORM 7290-QUEUE-NOTIFICATION THRU 7290-QUEUE-NOTIFICATION-END
    END-IF.

    PERFORM 7800_CMT_TRAN.

    MOVE "Y" TO WS-VISIT-DONE-FLAG.
*
6830-UPDATE-SITE-VISIT-EXIT.
    EXIT.
*
6840-SITE-VISIT-UR.
    CALL "ET_UR_SITE_VISIT" USING SQLCA
                              PROBLEM_NUMBER    OF SITE_VISIT_REC
                              ENGINEER_ID       OF SITE_VISIT_REC
                              VISIT_DATE        OF SITE_VISIT_REC
                              TIME_SLOT         OF SITE_VISIT_REC
                              SITE_ID           OF SITE_VISIT_REC
                              VISIT_STATUS      OF SITE_VISIT_REC
                              ARRIVAL_TMSTAMP   OF SITE_VISIT_REC
                              DEPARTURE_TMSTAMP OF SITE_VISIT_REC
                              REC_USER          OF SITE_VISIT_REC
                              REC_TMSTAMP       OF SITE_VISIT_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF SITE_VISIT_UR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900_EXIT
    END-EVALUATE.
/
6850-MAINTAIN-REFERRAL.
    PERFORM 7100-START_TRAN_RW.

    IF SQL_LOCKED_RECORD
        GO TO 6850-MAINTAIN-REFERRAL-EXIT
    END-IF.

    IF NEW_REFERRED_TO OF EZITRAK042_REC NOT = SPACES
        PERFORM 6855-CHECK-VENDOR THRU 6855-CHECK-VENDOR-EXIT
        IF VENDOR-FOUND-FLAG = "Y"
            PERFORM 6860-INSERT-REFERRAL
        END-IF
    ELSE
        PERFORM 6870-MARK-REFERRAL-RETURNED
    END-IF.

    PERFORM 7800_CMT_TRAN.
*
6850-MAINTAIN-REFERRAL-EXIT.
    EXIT.
*
6855-CHECK-VENDOR.
*   REFERRED_TO NOW CARRIES A VENDOR_CODE FROM EZITRAK107, NOT FREE
*   TEXT, SO ONE VENDOR IS NOT SCORED UNDER THREE SPELLINGS. A BLANK
*   PROMISED DATE DEFAULTS TO THE VENDOR'S TURNAROUND IN WORKING DAYS
    MOVE "N" TO VENDOR-FOUND-FLAG.

    IF NEW_REFERRED_TO OF EZITRAK042_REC (9:12) NOT = SPACES
        MOVE "REFERRED TO MUST BE A VENDOR CODE - SEE EZITRAK107"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 6855-CHECK-VENDOR-EXIT
    END-IF.

    MOVE NEW_REFERRED_TO OF EZITRAK042_REC
      TO VENDOR_CODE     OF VENDOR_DETAILS_REC.

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
        MOVE "Y" TO VENDOR-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
        MOVE "VENDOR CODE NOT ON FILE - SEE EZITRAK107"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 6855-CHECK-VENDOR-EXIT
    WHEN OTHER
        DISPLAY "ERROR OF VENDOR_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING VENDOR" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    IF NEW_PROMISED_DATE OF EZITRAK042_REC = ZERO
        PERFORM 8600-GET-TIME
        MOVE CURRENT_DATE_BIN TO WS-DUE-DATE
        MOVE TURNAROUND_DAYS OF VENDOR_DETAILS_REC TO WS-BD-EST-DAYS
        PERFORM 8975-COMPUTE-BUSINESS-DUE-DATE
        MOVE WS-DUE-DATE TO NEW_PROMISED_DATE OF EZITRAK042_REC
    END-IF.
*
6855-CHECK-VENDOR-EXIT.
    EXIT.
*
6860-INSERT-REFERRAL.
    MOVE ZERO TO WS-REFERRAL-COUNT.

    MOVE PROBLEM_NUMBER OF EZITRAK041-REC
      TO PROBLEM_NUMBER OF PROBLEM_REFERRAL_REC.

    CALL "ET_OC_PROBLEM_REFERRAL" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_REFERRAL_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF REFERRAL_OC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON REFERRAL OC" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 6865-COUNT-REFERRAL-LINE UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_REFERRAL" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF REFERRAL_CC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON REFERRAL CC" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE PROBLEM_NUMBER OF EZITRAK041-REC
      TO PROBLEM_NUMBER OF PROBLEM_REFERRAL_REC.

    ADD 1 TO WS-REFERRAL-COUNT
      GIVING REFERRAL_NUMBER OF PROBLEM_REFERRAL_REC.

    MOVE NEW_REFERRED_TO OF EZITRAK042_REC
      TO REFERRED_TO     OF PROBLEM_REFERRAL_REC.
    MOVE NEW_PROMISED_DATE OF EZITRAK042_REC
      TO PROMISED_DATE    OF PROBLEM_REFERRAL_REC.
    MOVE ZERO            TO RETURNED_DATE OF PROBLEM_REFERRAL_REC.


    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF REFERRAL_NUMBER OF PROBLEM_REFERRAL_REC > WS-REFERRAL-COUNT
            MOVE REFERRAL_NUMBER OF PROBLEM_REFERRAL_REC
              TO WS-REFERRAL-COUNT
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF REFERRAL_FC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON REFERRAL FC" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.
*
6870-MARK-REFERRAL-RETURNED.
    MOVE PROBLEM_NUMBER OF EZITRAK041-REC
      TO PROBLEM_NUMBER OF PROBLEM_REFERRAL_REC.

    CALL "ET_SS_OPEN_REFERRAL" USING SQLCA
                                 PROBLEM_NUMBER  OF PROBLEM_REFERRAL_REC
                                 REFERRAL_NUMBER OF PROBLEM_REFERRAL_REC
                                 REFERRED_TO     OF PROBLEM_REFERRAL_REC
                                 SENT_DATE       OF PROBLEM_REFERRAL_REC
                                 PROMISED_DATE   OF PROBLEM_REFERRAL_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO OPEN-REFERRAL-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO OPEN-REFERRAL-FOUND-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF OPEN_REFERRAL_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING REFERRAL" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    IF OPEN-REFERRAL-FOUND-FLAG = "N"
        MOVE "NO OPEN REFERRAL - ENTER REFERRED TO DETAILS TO RECORD ONE"
          TO ERROR_MESSAGE OF EZITRAK042_REC
    ELSE
        PERFORM 8600-GET-TIME
        MOVE CURRENT_DATE_BIN TO RETURNED_DATE OF PROBLEM_REFERRAL_REC
        MOVE CURRENT_DATE_BIN TO REC_TMSTAMP   OF PROBLEM_REFERRAL_REC

        PERFORM 8700-GET-USER
        MOVE CURRENT_USER_ID TO REC_USER       OF PROBLEM_REFERRAL_REC

        CALL "ET_UR_PROBLEM_REFERRAL" USING SQLCA
                                 PROBLEM_NUMBER  OF PROBLEM_REFERRAL_REC
                                 REFERRAL_NUMBER OF PROBLEM_REFERRAL_REC
                                 REFERRED_TO     OF PROBLEM_REFERRAL_REC
                                 SENT_DATE       OF PROBLEM_REFERRAL_REC
                                 PROMISED_DATE   OF PROBLEM_REFERRAL_REC
                                 RETURNED_DATE   OF PROBLEM_REFERRAL_REC
                                 REC_USER        OF PROBLEM_REFERRAL_REC
                                 REC_TMSTAMP     OF PROBLEM_REFERRAL_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            MOVE "REFERRAL MARKED RETURNED" TO ERROR_MESSAGE OF EZITRAK042_REC
        WHEN SQL_NOT_FOUND
            MOVE "REFERRAL RETURNED BY ANOTHER USER"
              TO ERROR_MESSAGE OF EZITRAK042_REC
        WHEN OTHER
            DISPLAY "ERROR OF REFERRAL_UR CODE=" SQLCODE WITH CONVERSION
            MOVE "ERROR RETURNING REFERRAL" TO ERROR_MESSAGE OF EZITRAK042_REC
            GO TO 9900_EXIT
        END-EVALUATE
    END-IF.
/
6880-MAINTAIN-TASK.
*   FOLLOW-UP TASK LINES - A DESCRIPTION KEYED ADDS THE NEXT TASK FOR
*   THE NAMED ASSIGNEE, OTHERWISE THE KEYED TASK NUMBER IS CLOSED
    IF NEW_TASK_DESC OF EZITRAK042_REC NOT = SPACES
       AND (PROBLEM_STATUS OF PROBLEM_DETAILS_REC = "C"
            OR PROBLEM_STATUS OF PROBLEM_DETAILS_REC = "P")
        MOVE "TASKS CANNOT BE ADDED TO A CLOSED OR PENDING-CLOSE PROBLEM"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 6880-MAINTAIN-TASK-EXIT
    END-IF.

    IF NEW_TASK_DESC OF EZITRAK042_REC NOT = SPACES
       AND NEW_TASK_ASSIGNED_ID OF EZITRAK042_REC = SPACES
        MOVE "A NEW TASK NEEDS AN ASSIGNEE"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 6880-MAINTAIN-TASK-EXIT
    END-IF.

    PERFORM 7100-START_TRAN_RW.

    IF SQL_LOCKED_RECORD
        GO TO 6880-MAINTAIN-TASK-EXIT
    END-IF.

    IF NEW_TASK_DESC OF EZITRAK042_REC NOT = SPACES
        PERFORM 6882-INSERT-TASK THRU 6882-INSERT-TASK-EXIT
    ELSE
        PERFORM 6886-CLOSE-TASK
    END-IF.

    PERFORM 7800_CMT_TRAN.
*
6880-MAINTAIN-TASK-EXIT.
    EXIT.
*
6882-INSERT-TASK.
    MOVE NEW_TASK_ASSIGNED_ID OF EZITRAK042_REC
      TO PERSON_ID OF TASK-PERSON-DETAILS-REC.

    CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                 PERSON_ID   OF TASK-PERSON-DETAILS-REC
                                 PERSON_DESC OF TASK-PERSON-DETAILS-REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "THE TASK ASSIGNEE IS NOT ON FILE"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        MOVE ZERO TO SQLCODE
        GO TO 6882-INSERT-TASK-EXIT
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING TASK ASSIGNEE" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE ZERO TO WS-TASK-COUNT.

    MOVE PROBLEM_NUMBER OF EZITRAK041-REC
      TO PROBLEM_NUMBER OF PROBLEM_TASK_REC.

    CALL "ET_OC_PROBLEM_TASK" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_TASK_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF TASK_OC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON TASK OC" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 6884-COUNT-TASK-LINE UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_PROBLEM_TASK" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF TASK_CC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON TASK CC" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE PROBLEM_NUMBER OF EZITRAK041-REC
      TO PROBLEM_NUMBER OF PROBLEM_TASK_REC.

    ADD 1 TO WS-TASK-COUNT
      GIVING TASK_NUMBER OF PROBLEM_TASK_REC.

    MOVE NEW_TASK_DESC        OF EZITRAK042_REC
      TO TASK_DESC            OF PROBLEM_TASK_REC.
    MOVE NEW_TASK_ASSIGNED_ID OF EZITRAK042_REC
      TO PERSON_ASSIGNED_ID   OF PROBLEM_TASK_REC.
    MOVE "O"  TO TASK_STATUS  OF PROBLEM_TASK_REC.
    MOVE ZERO TO CLOSED_DATE  OF PROBLEM_TASK_REC.

*   THE DUE DATE IS COUNTED IN WORKING DAYS FROM TODAY, THE SLA WAY
    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO WS-DUE-DATE.
    IF NEW_TASK_DUE_DAYS OF EZITRAK042_REC = ZERO
        MOVE TASK-DEFAULT-DUE-DAYS TO WS-BD-EST-DAYS
    ELSE
        MOVE NEW_TASK_DUE_DAYS OF EZITRAK042_REC TO WS-BD-EST-DAYS
    END-IF.
    PERFORM 8975-COMPUTE-BUSINESS-DUE-DATE.
    MOVE WS-DUE-DATE      TO DUE_DATE    OF PROBLEM_TASK_REC.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF PROBLEM_TASK_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF PROBLEM_TASK_REC.

    CALL "ET_IR_PROBLEM_TASK" USING SQLCA
                                 PROBLEM_NUMBER     OF PROBLEM_TASK_REC
                                 TASK_NUMBER        OF PROBLEM_TASK_REC
                                 TASK_DESC          OF PROBLEM_TASK_REC
                                 PERSON_ASSIGNED_ID OF PROBLEM_TASK_REC
                                 DUE_DATE           OF PROBLEM_TASK_REC
                                 TASK_STATUS        OF PROBLEM_TASK_REC
                                 CLOSED_DATE        OF PROBLEM_TASK_REC
                                 REC_USER           OF PROBLEM_TASK_REC
                                 REC_TMSTAMP        OF PROBLEM_TASK_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE SPACES TO NEW_TASK_DESC        OF EZITRAK042_REC
        MOVE SPACES TO NEW_TASK_ASSIGNED_ID OF EZITRAK042_REC
        MOVE ZERO   TO NEW_TASK_DUE_DAYS    OF EZITRAK042_REC
        MOVE "TASK ADDED - NUMBER:" TO WS_ERROR_MESSAGE_TXT
        MOVE TASK_NUMBER OF PROBLEM_TASK_REC TO WS_ERROR_MESSAGE_NBR
        MOVE WS_ERROR_MESSAGE TO ERROR_MESSAGE OF EZITRAK042_REC
    WHEN SQL_DUPLICATE_IDX
        MOVE "TASK ADDED BY ANOTHER USER - PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        MOVE ZERO TO SQLCODE
        GO TO 6882-INSERT-TASK-EXIT
    WHEN OTHER
        DISPLAY "ERROR OF TASK_IR CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ADDING TASK" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE PERSON_ASSIGNED_ID OF PROBLEM_TASK_REC TO WS-NOTIFY-PERSON-ID.

    MOVE SPACES TO WS-NOTIFY-SUBJECT.
    STRING "PROBLEM "                          DELIMITED BY SIZE
           PROBLEM_NUMBER OF PROBLEM_TASK_REC  DELIMITED BY SIZE
           " TASK "                            DELIMITED BY SIZE
           TASK_NUMBER OF PROBLEM_TASK_REC     DELIMITED BY SIZE
           " ASSIGNED TO YOU"                  DELIMITED BY SIZE
      INTO WS-NOTIFY-SUBJECT.

    IF PRIORITY_ID OF PROBLEM_DETAILS_REC = "P1"
        MOVE "U" TO WS-NOTIFY-URGENT-FLAG
    ELSE
        MOVE " " TO WS-NOTIFY-URGENT-FLAG
    END-IF.

    PERFORM 7290-QUEUE-NOTIFICATION THRU 7290-QUEUE-NOTIFICATION-END.
*
6882-INSERT-TASK-EXIT.
    EXIT.
*
6884-COUNT-TASK-LINE.
    CALL "ET_FC_PROBLEM_TASK" USING SQLCA
                                 TASK_NUMBER        OF PROBLEM_TASK_REC
                                 TASK_DESC          OF PROBLEM_TASK_REC
                                 PERSON_ASSIGNED_ID OF PROBLEM_TASK_REC
                                 DUE_DATE           OF PROBLEM_TASK_REC
                                 TASK_STATUS        OF PROBLEM_TASK_REC
                                 CLOSED_DATE        OF PROBLEM_TASK_REC
                                 REC_USER           OF PROBLEM_TASK_REC
                                 REC_TMSTAMP        OF PROBLEM_TASK_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF TASK_NUMBER OF PROBLEM_TASK_REC > WS-TASK-COUNT
            MOVE TASK_NUMBER OF PROBLEM_TASK_REC TO WS-TASK-COUNT
        END-IF
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF TASK_FC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON TASK FC" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.
*
6886-CLOSE-TASK.
*   THE UPDATE ONLY TOUCHES AN OPEN ROW, SO NOT-FOUND COVERS BOTH A
*   WRONG NUMBER AND A TASK SOMEONE ELSE HAS ALREADY CLOSED
    MOVE PROBLEM_NUMBER    OF EZITRAK041-REC
      TO PROBLEM_NUMBER    OF PROBLEM_TASK_REC.
    MOVE CLOSE_TASK_NUMBER OF EZITRAK042_REC
      TO TASK_NUMBER       OF PROBLEM_TASK_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO CLOSED_DATE OF PROBLEM_TASK_REC.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF PROBLEM_TASK_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF PROBLEM_TASK_REC.

    CALL "ET_UR_PROBLEM_TASK_CLOSE" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_TASK_REC
                                 TASK_NUMBER    OF PROBLEM_TASK_REC
                                 CLOSED_DATE    OF PROBLEM_TASK_REC
                                 REC_USER       OF PROBLEM_TASK_REC
                                 REC_TMSTAMP    OF PROBLEM_TASK_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE ZERO TO CLOSE_TASK_NUMBER OF EZITRAK042_REC
        MOVE "TASK CLOSED" TO ERROR_MESSAGE OF EZITRAK042_REC
    WHEN SQL_NOT_FOUND
        MOVE "NO OPEN TASK WITH THAT NUMBER ON THIS PROBLEM"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        MOVE ZERO TO SQLCODE
    WHEN SQL_LOCKED_RECORD
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF TASK_UR CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR CLOSING TASK" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.
/
6890-TOGGLE-WATCH.
    PERFORM 7100-START_TRAN_RW.

    IF SQL_LOCKED_RECORD
        GO TO 6890-TOGGLE-WATCH-EXIT
    END-IF.

    PERFORM 8700-GET-USER.

    MOVE PROBLEM_NUMBER OF EZITRAK041-REC
      TO PROBLEM_NUMBER OF PROBLEM_WATCH_REC.
    MOVE CURRENT_USER_ID
      TO PERSON_ID      OF PROBLEM_WATCH_REC.

    CALL "ET_SS_PROBLEM_WATCH" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_WATCH_REC
                                 PERSON_ID      OF PROBLEM_WATCH_REC
                                 REC_USER       OF PROBLEM_WATCH_REC
                                 REC_TMSTAMP    OF PROBLEM_WATCH_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO WATCH-FOUND-FLAG
    WHEN SQL_NOT_FOUND
        MOVE "N" TO WATCH-FOUND-FLAG
    WHEN OTHER
        DISPLAY "ERROR OF WATCH_SS CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR READING WATCH LIST" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    IF WATCH-FOUND-FLAG = "Y"
        CALL "ET_DR_PROBLEM_WATCH" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_WATCH_REC
                                 PERSON_ID      OF PROBLEM_WATCH_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            MOVE "YOU NO LONGER WATCH THIS PROBLEM"
              TO ERROR_MESSAGE OF EZITRAK042_REC
        WHEN SQL_NOT_FOUND
            MOVE "YOU NO LONGER WATCH THIS PROBLEM"
              TO ERROR_MESSAGE OF EZITRAK042_REC
        WHEN OTHER
            DISPLAY "ERROR OF WATCH_DR CODE=" SQLCODE WITH CONVERSION
            MOVE "ERROR REMOVING WATCH" TO ERROR_MESSAGE OF EZITRAK042_REC
            GO TO 9900_EXIT
        END-EVALUATE
    ELSE
        PERFORM 8600-GET-TIME
        MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF PROBLEM_WATCH_REC
        MOVE CURRENT_USER_ID  TO REC_USER    OF PROBLEM_WATCH_REC

        CALL "ET_IR_PROBLEM_WATCH" USING SQLCA
                                 PROBLEM_NUMBER OF PROBLEM_WATCH_REC
                                 PERSON_ID      OF PROBLEM_WATCH_REC
                                 REC_USER       OF PROBLEM_WATCH_REC
                                 REC_TMSTAMP    OF PROBLEM_WATCH_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            MOVE "YOU NOW WATCH THIS PROBLEM"
              TO ERROR_MESSAGE OF EZITRAK042_REC
        WHEN SQL_DUPLICATE_IDX
            MOVE "YOU NOW WATCH THIS PROBLEM"
              TO ERROR_MESSAGE OF EZITRAK042_REC
        WHEN OTHER
            DISPLAY "ERROR OF WATCH_IR CODE=" SQLCODE WITH CONVERSION
            MOVE "ERROR ADDING WATCH" TO ERROR_MESSAGE OF EZITRAK042_REC
            GO TO 9900_EXIT
        END-EVALUATE
    END-IF.

    PERFORM 7800_CMT_TRAN.
*
6890-TOGGLE-WATCH-EXIT.
    EXIT.
/
6900-MAINTAIN-LOAN.
*   A SPARE FROM THE LOAN POOL IS ISSUED AGAINST THIS PROBLEM ("I" OR
*   BLANK) OR BOOKED BACK IN ("R"). A UNIT CAN BE BOOKED BACK FROM ANY
*   PROBLEM'S SCREEN, SO A LOAN LEFT OUT WHEN ITS PROBLEM WAS CLOSED
*   DOES NOT NEED THE PROBLEM REOPENING TO CLEAR IT
    IF LOAN_ACTION OF EZITRAK042_REC = SPACES
        MOVE "I" TO LOAN_ACTION OF EZITRAK042_REC
    END-IF.

    IF LOAN_ACTION OF EZITRAK042_REC NOT = "I"
    AND LOAN_ACTION OF EZITRAK042_REC NOT = "R"
        MOVE "LOAN ACTION MUST BE I (ISSUE) OR R (RETURN)"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 6900-MAINTAIN-LOAN-EXIT
    END-IF.

    IF LOAN_ACTION OF EZITRAK042_REC = "I"
        IF LOAN_RETURN_TEXT OF EZITRAK042_REC = SPACES
            MOVE "EXPECTED RETURN DATE (DD-MMM-YYYY) REQUIRED FOR A LOAN"
              TO ERROR_MESSAGE OF EZITRAK042_REC
            GO TO 6900-MAINTAIN-LOAN-EXIT
        END-IF
        MOVE ZERO TO WS-LOAN-BINTIM-STATUS
        CALL "SYS$BINTIM" USING LOAN_RETURN_TEXT OF EZITRAK042_REC
                                WS-LOAN-DATE-BIN
                           GIVING WS-LOAN-BINTIM-STATUS
        IF WS-LOAN-BINTIM-STATUS IS FAILURE
            MOVE "RETURN DATE NOT UNDERSTOOD - USE DD-MMM-YYYY"
              TO ERROR_MESSAGE OF EZITRAK042_REC
            GO TO 6900-MAINTAIN-LOAN-EXIT
        END-IF
*       DUE BACK BY THE END OF THE DAY - HELD AS THAT DAY'S MIDNIGHT
        DIVIDE WS-LOAN-DATE-BIN BY ONE-DAY-BIN
            GIVING WS-LOAN-DAY-NUMBER
        MOVE ONE-DAY-BIN TO WS-LOAN-DATE-BIN
        MULTIPLY WS-LOAN-DAY-NUMBER BY WS-LOAN-DATE-BIN
        PERFORM 8600-GET-TIME
        DIVIDE CURRENT_DATE_BIN BY ONE-DAY-BIN
            GIVING WS-LOAN-DAY-NUMBER
        MOVE ONE-DAY-BIN TO WS-LOAN-TODAY-BIN
        MULTIPLY WS-LOAN-DAY-NUMBER BY WS-LOAN-TODAY-BIN
        IF WS-LOAN-DATE-BIN < WS-LOAN-TODAY-BIN
            MOVE "EXPECTED RETURN DATE IS IN THE PAST"
              TO ERROR_MESSAGE OF EZITRAK042_REC
            GO TO 6900-MAINTAIN-LOAN-EXIT
        END-IF
        MOVE SPACES TO WS-LOAN-DATE-TEXT
        CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                                BY DESCRIPTOR WS-LOAN-DATE-TEXT
                                BY REFERENCE  WS-LOAN-DATE-BIN
                                OMITTED
                          GIVING ERR_RET
    END-IF.

    PERFORM 7100_START_TRAN_RW.

    IF SQL_LOCKED_RECORD
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 6900-MAINTAIN-LOAN-EXIT
    END-IF.

    MOVE PROBLEM-NUMBER OF EZITRAK041-REC
      TO PROBLEM-NUMBER OF PROBLEM_DETAILS_REC.

    PERFORM 7400-PROBLEM_SS.

    IF TMP_FLAG = "N"
        MOVE "RECORD HAS BEEN DELETED" TO ERROR_MESSAGE OF EZITRAK042_REC
        PERFORM 7800_CMT_TRAN
        GO TO 6900-MAINTAIN-LOAN-EXIT
    END-IF.

    MOVE LOAN_UNIT_ID OF EZITRAK042_REC TO UNIT_ID OF LOAN_POOL_REC.

    CALL "ET_SS_LOAN_POOL" USING SQLCA
                                 UNIT_ID      OF LOAN_POOL_REC
                                 EQUIPMENT_ID OF LOAN_POOL_REC
                                 UNIT_DESC    OF LOAN_POOL_REC
                                 SITE_ID      OF LOAN_POOL_REC
                                 UNIT_STATUS  OF LOAN_POOL_REC
                                 REC_USER     OF LOAN_POOL_REC
                                 REC_TMSTAMP  OF LOAN_POOL_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "UNIT IS NOT IN THE LOAN POOL - SEE EZITRAK050"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        MOVE ZERO TO SQLCODE
        PERFORM 7800_CMT_TRAN
        GO TO 6900-MAINTAIN-LOAN-EXIT
    WHEN OTHER
        DISPLAY "ERROR OF LOAN_POOL_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE "N" TO WS-LOAN-DONE-FLAG.

    IF LOAN_ACTION OF EZITRAK042_REC = "I"
        PERFORM 6910-ISSUE-LOAN THRU 6910-ISSUE-LOAN-EXIT
    ELSE
        PERFORM 6920-RETURN-LOAN THRU 6920-RETURN-LOAN-EXIT
    END-IF.

    IF WS-LOAN-DONE-FLAG = "Y"
        MOVE SPACES TO LOAN_ACTION      OF EZITRAK042_REC
        MOVE SPACES TO LOAN_UNIT_ID     OF EZITRAK042_REC
        MOVE SPACES TO LOAN_BORROWER_ID OF EZITRAK042_REC
        MOVE SPACES TO LOAN_RETURN_TEXT OF EZITRAK042_REC
    END-IF.
*
6900-MAINTAIN-LOAN-EXIT.
    EXIT.
/
6910-ISSUE-LOAN.
    IF PROBLEM_STATUS OF PROBLEM_DETAILS_REC = "C"
        MOVE "PROBLEM IS CLOSED - NO LOAN CAN BE ISSUED"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        PERFORM 7800_CMT_TRAN
        GO TO 6910-ISSUE-LOAN-EXIT
    END-IF.

    IF UNIT_STATUS OF LOAN_POOL_REC = "L"
        MOVE "UNIT IS ALREADY OUT ON LOAN - BOOK IT BACK IN FIRST"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        PERFORM 7800_CMT_TRAN
        GO TO 6910-ISSUE-LOAN-EXIT
    END-IF.

    IF UNIT_STATUS OF LOAN_POOL_REC NOT = "A"
        MOVE "UNIT HAS BEEN TAKEN OUT OF LOAN STOCK"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        PERFORM 7800_CMT_TRAN
        GO TO 6910-ISSUE-LOAN-EXIT
    END-IF.

*   THE BORROWER IS NORMALLY WHOEVER REPORTED THE FAULT
    IF LOAN_BORROWER_ID OF EZITRAK042_REC = SPACES
        MOVE CONTACT_PERSON_ID OF PROBLEM_DETAILS_REC
          TO LOAN_BORROWER_ID  OF EZITRAK042_REC
    END-IF.

    MOVE LOAN_BORROWER_ID OF EZITRAK042_REC
      TO PERSON_ID OF TASK-PERSON-DETAILS-REC.

    CALL "ET_SS_PERSON_DETAILS" USING SQLCA
                                 PERSON_ID   OF TASK-PERSON-DETAILS-REC
                                 PERSON_DESC OF TASK-PERSON-DETAILS-REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "THE BORROWER IS NOT ON FILE" TO ERROR_MESSAGE OF EZITRAK042_REC
        MOVE ZERO TO SQLCODE
        PERFORM 7800_CMT_TRAN
        GO TO 6910-ISSUE-LOAN-EXIT
    WHEN OTHER
        DISPLAY "ERROR OF PERSON_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 8600-GET-TIME.
    PERFORM 8700-GET-USER.

    MOVE UNIT_ID OF LOAN_POOL_REC
      TO UNIT_ID OF LOAN_TRANSACTION_REC.
    MOVE CURRENT_DATE_BIN
      TO ISSUE_DATE OF LOAN_TRANSACTION_REC.
    MOVE PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER OF LOAN_TRANSACTION_REC.
    MOVE LOAN_BORROWER_ID OF EZITRAK042_REC
      TO BORROWER_ID OF LOAN_TRANSACTION_REC.
    MOVE WS-LOAN-DATE-BIN
      TO EXPECTED_RETURN_DATE OF LOAN_TRANSACTION_REC.
    MOVE ZERO TO ACTUAL_RETURN_DATE OF LOAN_TRANSACTION_REC.
    MOVE CURRENT_USER_ID  TO REC_USER    OF LOAN_TRANSACTION_REC.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF LOAN_TRANSACTION_REC.

    CALL "ET_IR_LOAN_TRANSACTION" USING SQLCA
                         UNIT_ID              OF LOAN_TRANSACTION_REC
                         ISSUE_DATE           OF LOAN_TRANSACTION_REC
                         PROBLEM_NUMBER       OF LOAN_TRANSACTION_REC
                         BORROWER_ID          OF LOAN_TRANSACTION_REC
                         EXPECTED_RETURN_DATE OF LOAN_TRANSACTION_REC
                         ACTUAL_RETURN_DATE   OF LOAN_TRANSACTION_REC
                         REC_USER             OF LOAN_TRANSACTION_REC
                         REC_TMSTAMP          OF LOAN_TRANSACTION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        MOVE "LOAN ISSUED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK042_REC
        MOVE ZERO TO SQLCODE
        PERFORM 7800_CMT_TRAN
        GO TO 6910-ISSUE-LOAN-EXIT
    WHEN OTHER
        DISPLAY "ERROR OF LOAN_TRAN_IR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE "L" TO UNIT_STATUS OF LOAN_POOL_REC.
    PERFORM 6930-LOAN-POOL-UR.

    MOVE LOAN_BORROWER_ID OF EZITRAK042_REC TO WS-NOTIFY-PERSON-ID.
    MOVE SPACES TO WS-NOTIFY-SUBJECT.
    STRING "LOAN UNIT "                          DELIMITED BY SIZE
           UNIT_ID OF LOAN_POOL_REC              DELIMITED BY SPACE
           " ISSUED - PLEASE RETURN BY "         DELIMITED BY SIZE
           WS-LOAN-DATE-TEXT (1:11)              DELIMITED BY SIZE
      INTO WS-NOTIFY-SUBJECT.
    MOVE " " TO WS-NOTIFY-URGENT-FLAG.

    PERFORM 7290-QUEUE-NOTIFICATION THRU 7290-QUEUE-NOTIFICATION-END.

    PERFORM 7800_CMT_TRAN.

    MOVE "Y" TO WS-LOAN-DONE-FLAG.
    MOVE "LOAN ISSUED AND THE BORROWER NOTIFIED"
      TO ERROR_MESSAGE OF EZITRAK042_REC.
*
6910-ISSUE-LOAN-EXIT.
    EXIT.
*
6920-RETURN-LOAN.
    CALL "ET_SS_OPEN_LOAN" USING SQLCA
                         UNIT_ID              OF LOAN_POOL_REC
                         ISSUE_DATE           OF LOAN_TRANSACTION_REC
                         PROBLEM_NUMBER       OF LOAN_TRANSACTION_REC
                         BORROWER_ID          OF LOAN_TRANSACTION_REC
                         EXPECTED_RETURN_DATE OF LOAN_TRANSACTION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "UNIT IS NOT OUT ON LOAN" TO ERROR_MESSAGE OF EZITRAK042_REC
        MOVE ZERO TO SQLCODE
        PERFORM 7800_CMT_TRAN
        GO TO 6920-RETURN-LOAN-EXIT
    WHEN OTHER
        DISPLAY "ERROR OF OPEN_LOAN_SS CODE=" SQLCODE WITH CONVERSION
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 8600-GET-TIME.
    PERFORM 8700-GET-USER.

    MOVE UNIT_ID OF LOAN_POOL_REC
      TO UNIT_ID OF LOAN_TRANSACTION_REC.
    MOVE CURRENT_DATE_BIN TO ACTUAL_RETURN_DATE OF LOAN_TRANSACTION_REC.
    MOVE CURRENT_USER_ID  TO REC_USER           OF LOAN_TRANSACTION_REC.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP        OF LOAN_TRANSACTION_REC.

    CALL "ET_UR_LOAN_TRANSACTION" USING SQLCA
                         UNIT_ID              OF LOAN_TRANSACTION_REC
                         ISSUE_DATE           OF LOAN_TRANSACTION_REC
                         PROBLEM_NUMBER       OF LOAN_TRANSACTION_REC
                         BORROWER_ID          OF LOAN_TRANSACTION_REC
                         EXPECTED_RETURN_DATE OF LOAN_TRANSACTION_REC
                         ACTUAL_RETURN_DATE   OF LOAN_TRANSACTION_REC
                         REC_USER             OF LOAN_TRANSACTION_REC
                         REC_TMSTAMP          OF LOAN_TRANSACTION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "LOAN RETURNED BY ANOTHER USER"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        MOVE ZERO TO SQLCODE
        PERFORM 7800_CMT_TRAN
        GO TO 6920-RETURN-LOAN-EXIT
    WHEN OTHER
        DISPLAY "ERROR OF LOAN_TRAN_UR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900_EXIT
    END-EVALUATE.

*   A UNIT TAKEN OUT OF LOAN STOCK WHILE IT WAS OUT STAYS RETIRED
    IF UNIT_STATUS OF LOAN_POOL_REC = "L"
        MOVE "A" TO UNIT_STATUS OF LOAN_POOL_REC
        PERFORM 6930-LOAN-POOL-UR
    END-IF.

    PERFORM 7800_CMT_TRAN.

    MOVE "Y" TO WS-LOAN-DONE-FLAG.

    IF PROBLEM_NUMBER OF LOAN_TRANSACTION_REC
       = PROBLEM_NUMBER OF PROBLEM_DETAILS_REC
        MOVE "LOAN UNIT BOOKED BACK IN" TO ERROR_MESSAGE OF EZITRAK042_REC
    ELSE
        MOVE SPACES TO ERROR_MESSAGE OF EZITRAK042_REC
        STRING "LOAN UNIT BOOKED BACK IN - IT WAS LENT FOR PROBLEM "
                                                 DELIMITED BY SIZE
               PROBLEM_NUMBER OF LOAN_TRANSACTION_REC
                                                 DELIMITED BY SIZE
          INTO ERROR_MESSAGE OF EZITRAK042_REC
    END-IF.
*
6920-RETURN-LOAN-EXIT.
    EXIT.
*
6930-LOAN-POOL-UR.
    MOVE CURRENT_USER_ID  TO REC_USER    OF LOAN_POOL_REC.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF LOAN_POOL_REC.

    CALL "ET_UR_LOAN_POOL" USING SQLCA
                                 UNIT_ID      OF LOAN_POOL_REC
                                 EQUIPMENT_ID OF LOAN_POOL_REC
                                 UNIT_DESC    OF LOAN_POOL_REC
                                 SITE_ID      OF LOAN_POOL_REC
                                 UNIT_STATUS  OF LOAN_POOL_REC
                                 REC_USER     OF LOAN_POOL_REC
                                 REC_TMSTAMP  OF LOAN_POOL_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF LOAN_POOL_UR CODE=" SQLCODE WITH CONVERSION
        GO TO 9900_EXIT
    END-EVALUATE.
/
6940-CHECK-OPEN-LOANS.
*   CLOSING WITH A LOAN UNIT STILL OUT IS ALLOWED - THE UNIT IS
*   USUALLY COLLECTED AFTER THE REPAIR GOES BACK - BUT IT IS SAID ONCE
*   SO IT IS A DECISION, AND EZITRAK143 CHASES IT IF IT GOES OVERDUE
    MOVE PROBLEM_NUMBER OF EZITRAK041-REC
      TO PROBLEM_NUMBER OF LOAN_TRANSACTION_REC.

    PERFORM 6942-COUNT-PROBLEM-LOANS.

*   A CASCADE CLOSE ALSO CLOSES THE CHILDREN - THEIR UNITS STILL OUT
*   WERE COUNTED BY 6764 AND ARE WARNED ABOUT HERE WITH THE MASTER'S
    IF WS-CASCADE-COUNT > ZERO
        ADD WS-CASCADE-LOAN-COUNT TO WS-LOAN-OUT-COUNT
    END-IF.

    IF WS-LOAN-OUT-COUNT > ZERO
       AND LOAN-WARNING-FLAG = "N"
        MOVE "Y" TO LOAN-WARNING-FLAG
        MOVE "Y" TO LOAN-ABORT-FLAG
        MOVE "LOAN UNITS STILL OUT - CLOSE AGAIN NBR= "
          TO WS_ERROR_MESSAGE_TXT
        MOVE WS-LOAN-OUT-COUNT
          TO WS_ERROR_MESSAGE_NBR
        MOVE WS_ERROR_MESSAGE
          TO ERROR_MESSAGE OF EZITRAK042_REC
    END-IF.
*
6942-COUNT-PROBLEM-LOANS.
    MOVE ZERO TO WS-LOAN-OUT-COUNT.

    CALL "ET_OC_OPEN_LOAN_BY_PROBLEM" USING SQLCA
                         PROBLEM_NUMBER OF LOAN_TRANSACTION_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF OPEN_LOAN_OC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON OC" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 6945-FETCH-OPEN-LOAN UNTIL NOT SQL_SUCCESS.

    CALL "ET_CC_OPEN_LOAN_BY_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF OPEN_LOAN_CC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON CC" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
6945-FETCH-OPEN-LOAN.
    CALL "ET_FC_OPEN_LOAN_BY_PROBLEM" USING SQLCA
                         UNIT_ID     OF LOAN_TRANSACTION_REC
                         BORROWER_ID OF LOAN_TRANSACTION_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        ADD 1 TO WS-LOAN-OUT-COUNT
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF OPEN_LOAN_FC CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON FC" TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.
/
7000-START_TRAN_RO.
    MOVE -1003 TO SQLCODE.
    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TMP_FLAG
        PERFORM 7234-SET-ASSIGNED-GROUP
        PERFORM 7250-RECORD-PROBLEM-HISTORY
        IF PERSON_REDIRECTED_ID OF PROBLEM_DETAILS_REC
        NOT = WS-OLD-PERSON-REDIRECTED-ID
        GO TO 9900_EXIT
    END-EVALUATE.
*
7234-SET-ASSIGNED-GROUP.
*   WS-ASSIGNED-GROUP-ID HOLDS THE GROUP AS LOADED - A NEWLY QUEUED
*   GROUP TELLS ITS MEMBERS THE WORK IS WAITING
    CALL "ET_UR_PROBLEM_ASSIGNED_GROUP" USING SQLCA
                                 PROBLEM_NUMBER    OF PROBLEM_DETAILS_REC
                                 ASSIGNED_GROUP_ID OF PROBLEM_DETAILS_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        IF ASSIGNED_GROUP_ID OF PROBLEM_DETAILS_REC NOT = SPACES
        AND ASSIGNED_GROUP_ID OF PROBLEM_DETAILS_REC
            NOT = WS-ASSIGNED-GROUP-ID
            PERFORM 7370-NOTIFY-GROUP-MEMBERS
        END-IF
        MOVE ASSIGNED_GROUP_ID OF PROBLEM_DETAILS_REC
          TO WS-ASSIGNED-GROUP-ID
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF ASSIGNED_GROUP_UR CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR WRITING ASSIGNED GROUP"
          TO ERROR_MESSAGE OF EZITRAK042_REC
        GO TO 9900_EXIT
    END-EVALUATE.
*
7260-RECORD-REDIRECT-LOG.
    MOVE PROBLEM_NUMBER       OF PROBLEM_DETAILS_REC
      TO PROBLEM_NUMBER       OF PROBLEM_REDIRECT_LOG_REC.

    PERFORM 7290-QUEUE-NOTIFICATION THRU 7290-QUEUE-NOTIFICATION-END.
*
7370-NOTIFY-GROUP-MEMBERS.
    MOVE ZERO TO WS-GROUP-MEMBER-COUNT.

    MOVE ASSIGNED_GROUP_ID OF PROBLEM_DETAILS_REC
      TO GROUP_ID          OF GROUP_MEMBER_REC.

    CALL "ET_OC1_GROUP_MEMBER" USING SQLCA
                                 GROUP_ID OF GROUP_MEMBER_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF MEMBER_OC1 CODE=" SQLCODE WITH CONVERSION
        MOVE "ERROR ON MEMBER OC1" TO ERROR_MESSAGE OF EZITRAK042_REC
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
        MOVE "ERROR ON MEMBER CC1" TO ERROR_MESSAGE OF EZITRAK042_REC
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
        MOVE "ERROR ON MEMBER FC1" TO ERROR_MESSAGE OF EZITRAK042_REC
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
    STRING "PROBLEM "                               DELIMITED BY SIZE
           PROBLEM_NUMBER    OF PROBLEM_DETAILS_REC DELIMITED BY SIZE
           " QUEUED TO GROUP "                      DELIMITED BY SIZE
           ASSIGNED_GROUP_ID OF PROBLEM_DETAILS_REC DELIMITED BY " "
      INTO WS-NOTIFY-SUBJECT.

    IF PRIORITY_ID OF PROBLEM_DETAILS_REC = "P1"
        MOVE "U" TO WS-NOTIFY-URGENT-FLAG
    ELSE
        MOVE " " TO WS-NOTIFY-URGENT-FLAG
    END-IF.

    PERFORM 7290-QUEUE-NOTIFICATION THRU 7290-QUEUE-NOTIFICATION-END.
*
7360-NOTIFY-CONTACT.
    IF CONTACT_PERSON_ID OF PROBLEM_DETAILS_REC = SPACES
        GO TO 7360-NOTIFY-CONTACT-EXIT

    MOVE ZERO TO SQLCODE.
*
8915-READ-SUPPORT-GROUP-TABLE.
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

    MOVE ZERO TO SQLCODE.
*
8500-READ-PERSON-TABLE.
    IF TRANSACTION_BEGUN_FLAG = "N"
        PERFORM 7000_START_TRAN_RO
                             OMITTED
                             OMITTED
                            BY DESCRIPTOR CURRENT_USER_ID.
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
          TO ERROR_MESSAGE OF EZITRAK041_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
*
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
          TO ERROR_MESSAGE OF EZITRAK041_REC
        GO TO 9900-EXIT
    END-EVALUATE.

    MOVE ZERO TO SQLCODE.
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
/
8975-COMPUTE-BUSINESS-DUE-DATE.
*   WS-DUE-DATE ARRIVES HOLDING CONTACT_DATE AND WS-BD-EST-DAYS THE
*   TARGET - EACH TARGET DAY CONSUMES ONE WORKING DAY, STEPPING PAST
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
        MOVE "EZITRAK004" TO PROGRAM_NAME OF TICKET_VIEW_LOG_REC

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
