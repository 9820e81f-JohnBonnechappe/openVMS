IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK0933                                                *
*   Program Name : Planned Outage Table                                       *
*   Summary      : CALLed by EZITRAK093 with a MODE_FLAG parameter, the same *
*                  shape as EZITRAK0923. Mode "F" fetches every              *
*                  PLANNED_OUTAGE row into the EZITRAK931 list screen        *
*                  record; mode "U" applies the insert/modify/delete lines   *
*                  entered on the list screen, validating that each line     *
*                  names an application and/or a site, the APPLICATION_ID    *
*                  against APPLICATION_DETAILS, the SITE_ID against          *
*                  SITE_DETAILS, the CHANGE_NUMBER against CHANGE_DETAILS    *
*                  and that the window ends after it starts. Every change    *
*                  is written through LOOKUP_AUDIT_LOG.                      *
*                                                                             *
*   SCREENS USED : EZITRAK931 (record only - displayed by EZITRAK093)         *
*                                                                             *
*   TABLES  USED : PLANNED_OUTAGE       (Input-Output)                        *
*                  APPLICATION_DETAILS  (Input)                               *
*                  SITE_DETAILS         (Input)                               *
*                  CHANGE_DETAILS       (Input)                               *
*                  LOOKUP_AUDIT_LOG     (Output)                              *
*                                                                             *
*   NOTE         : PLANNED_OUTAGE is a new CDD table, not yet generated,     *
*                  keyed on OUTAGE_ID:                                       *
*                      OUTAGE_ID            PIC X(8)                         *
*                      APPLICATION_ID       PIC X(4)   (blank = any)         *
*                      SITE_ID              PIC X(4)   (blank = any)         *
*                      START_TMSTAMP        PIC S9(11)V9(7) COMP             *
*                      END_TMSTAMP          PIC S9(11)V9(7) COMP             *
*                      CHANGE_NUMBER        PIC X(8)                         *
*                      OUTAGE_DESC          PIC X(60)                        *
*                      REC_USER             PIC X(8)                         *
*                      REC_TMSTAMP          PIC S9(11)V9(7) COMP             *
*                  At least one of APPLICATION_ID / SITE_ID is filled in. A *
*                  DBA/CDD maintainer needs to create the table and         *
*                  generate the full-table cursor                           *
*                  ET_OC/FC/CC_PLANNED_OUTAGE,                              *
*                  ET_SS/IR/UR/DR_PLANNED_OUTAGE on OUTAGE_ID, the window   *
*                  cursor ET_OC/FC/CC_PLANNED_OUTAGE_ACTIVE (two timestamps *
*                  in, every row WHERE END_TMSTAMP >= the first AND         *
*                  START_TMSTAMP <= the second out - EZITRAK065) and        *
*                  ET_SS_PLANNED_OUTAGE_BY_COVER (see EZITRAK001's header). *
*                                                                             *
*   NOTE         : EZITRAK931_REC is a new CDD screen record, not yet        *
*                  generated - KEY_PRESSED PIC X, ERROR_MESSAGE PIC X(60)    *
*                  and an OCCURS 20 line table of UPDATE_IND PIC X,          *
*                  OUTAGE_ID PIC X(8), APPLICATION_ID PIC X(4), SITE_ID      *
*                  PIC X(4), START_TMSTAMP / END_TMSTAMP PIC S9(11)V9(7)     *
*                  COMP, CHANGE_NUMBER PIC X(8), OUTAGE_DESC PIC X(60),      *
*                  REC_USER and REC_TMSTAMP - the EZITRAK201_REC list-       *
*                  screen shape, in the same FORMS$ library as EZITRAK921.   *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK0933.
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
    copy "EZITRAK_CDD.PLANNED_OUTAGE_REC"        from dictionary.
    copy "EZITRAK_CDD.APPLICATION_DETAILS_REC"   from dictionary.
    copy "EZITRAK_CDD.SITE_DETAILS_REC"          from dictionary.
    copy "EZITRAK_CDD.CHANGE_DETAILS_REC"        from dictionary.
    copy "EZITRAK_CDD.USER_AUTHORITY_REC"        from dictionary.
    copy "EZITRAK_CDD.AUTH_REFUSAL_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.LOOKUP_AUDIT_LOG_REC"      from dictionary.
/
 01  TMP-FLAG                                    PIC X.
 01  APPLICATION-FOUND-FLAG                      PIC X.
 01  SITE-FOUND-FLAG                             PIC X.
 01  CHANGE-FOUND-FLAG                           PIC X.

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

 01  JPI_USERNAME                                PIC S9(9) COMP VALUE 514.

 01  CURRENT_USER_ID                             PIC X(8).
 01  CURRENT_DATE_BIN                            PIC S9(11)V9(7) COMP.
 01  TRANSACTION_BEGUN_FLAG                      PIC X.

 01  EXIT_STATUS                                 PIC S9(9) COMP.

 01  SUB1                                        PIC S9(4) COMP.
 01  SUB1_MAX                                    PIC S9(4) COMP VALUE 20.

 01  WS-IMAGE-FROM-TEXT                          PIC X(23).
 01  WS-IMAGE-TO-TEXT                            PIC X(23).
 01  WS-ASCTIM-LENGTH                            PIC S9(4) COMP.
 01  WS-AUDIT-IMAGE                              PIC X(120).
*
* ************ TEMP ITEM -- REMOVE AFTER PROG IS OK ***************
 01  TEMP-COUNTER                                PIC S9(9) COMP.

/
LINKAGE SECTION.
 01  MODE_FLAG                                   PIC X.

    copy "EZITRAK_CDD.EZITRAK931_REC"  from dictionary.

PROCEDURE DIVISION USING MODE_FLAG , EZITRAK931_REC
                   GIVING EXIT_STATUS.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    EVALUATE MODE_FLAG
    WHEN "F"
        PERFORM 3000-FETCH-OUTAGE-RECORDS
    WHEN "U"
        PERFORM 5000-UPDATE-OUTAGE-RECORDS
    WHEN OTHER
        MOVE 100 TO EXIT_STATUS
    END-EVALUATE.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE ZERO    TO SQLCODE.
    MOVE ZERO    TO EXIT_STATUS.
    MOVE "N"     TO TRANSACTION_BEGUN_FLAG.

    MOVE "PLANNED_OUTAGE" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC.
/
3000-FETCH-OUTAGE-RECORDS.
    INITIALIZE             EZITRAK931-REC.

    PERFORM 7000_START_TRAN_RO.

    CALL "ET_OC_PLANNED_OUTAGE" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF PLANNED_OUTAGE_OC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 3150_FETCH VARYING SUB1 FROM 1 BY 1
                               UNTIL NOT SQL_SUCCESS
                               OR SUB1 > SUB1_MAX.

    CALL "ET_CC_PLANNED_OUTAGE" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF CC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    PERFORM 7800_CMT_TRAN.
*
3150_FETCH.
    CALL "ET_FC_PLANNED_OUTAGE" USING SQLCA
                                 OUTAGE_ID        OF PLANNED_OUTAGE_REC
                                 APPLICATION_ID   OF PLANNED_OUTAGE_REC
                                 SITE_ID          OF PLANNED_OUTAGE_REC
                                 START_TMSTAMP    OF PLANNED_OUTAGE_REC
                                 END_TMSTAMP      OF PLANNED_OUTAGE_REC
                                 CHANGE_NUMBER    OF PLANNED_OUTAGE_REC
                                 OUTAGE_DESC      OF PLANNED_OUTAGE_REC
                                 REC_USER         OF PLANNED_OUTAGE_REC
                                 REC_TMSTAMP      OF PLANNED_OUTAGE_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 7700_SETUP_REC
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF FC CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
7700_SETUP_REC.
        MOVE OUTAGE_ID        OF PLANNED_OUTAGE_REC
          TO OUTAGE_ID        OF EZITRAK931_REC (SUB1).
        MOVE APPLICATION_ID   OF PLANNED_OUTAGE_REC
          TO APPLICATION_ID   OF EZITRAK931_REC (SUB1).
        MOVE SITE_ID          OF PLANNED_OUTAGE_REC
          TO SITE_ID          OF EZITRAK931_REC (SUB1).
        MOVE START_TMSTAMP    OF PLANNED_OUTAGE_REC
          TO START_TMSTAMP    OF EZITRAK931_REC (SUB1).
        MOVE END_TMSTAMP      OF PLANNED_OUTAGE_REC
          TO END_TMSTAMP      OF EZITRAK931_REC (SUB1).
        MOVE CHANGE_NUMBER    OF PLANNED_OUTAGE_REC
          TO CHANGE_NUMBER    OF EZITRAK931_REC (SUB1).
        MOVE OUTAGE_DESC      OF PLANNED_OUTAGE_REC
          TO OUTAGE_DESC      OF EZITRAK931_REC (SUB1).
        MOVE REC_USER         OF PLANNED_OUTAGE_REC
          TO REC_USER         OF EZITRAK931_REC (SUB1).
        MOVE REC_TMSTAMP      OF PLANNED_OUTAGE_REC
          TO REC_TMSTAMP      OF EZITRAK931_REC (SUB1).
/
5000-UPDATE-OUTAGE-RECORDS.
    PERFORM 7100_START_TRAN_RW.

    PERFORM 8980-CHECK-USER-AUTHORITY.

    IF AUTH_LOOKUP_MAINT OF USER_AUTHORITY_REC NOT = "Y"
        MOVE "NOT AUTHORISED FOR LOOKUP MAINTENANCE - REFUSAL LOGGED"
          TO ERROR_MESSAGE OF EZITRAK931_REC
        PERFORM 8990-LOG-AUTH-REFUSAL
    ELSE
        MOVE "Y" TO TMP_FLAG
        PERFORM 6550_UPDATE_OUTAGE_LINE VARYING SUB1
                                          FROM 1 BY 1
                                          UNTIL SUB1 > SUB1_MAX
                                          OR TMP_FLAG = "N"
    END-IF.

    PERFORM 7800_CMT_TRAN.
/
6550_UPDATE_OUTAGE_LINE.
    EVALUATE UPDATE_IND OF EZITRAK931_REC ( SUB1 )
    WHEN "I"
        PERFORM 6551_VALIDATE_OUTAGE_LINE
        IF TMP_FLAG = "Y"
            PERFORM 6552_INSERT_OUTAGE_LINE
        END-IF
    WHEN "D"
        PERFORM 7500_SELECT_OUTAGE_LINE
        IF TMP_FLAG = "Y"
            PERFORM 6554_DELETE_OUTAGE_LINE
        END-IF
    WHEN "M"
        PERFORM 6551_VALIDATE_OUTAGE_LINE
        IF TMP_FLAG = "Y"
            PERFORM 7500_SELECT_OUTAGE_LINE
        END-IF
        IF TMP_FLAG = "Y"
            PERFORM 6556_UPDATE_OUTAGE_LINE
        END-IF
    WHEN OTHER
        CONTINUE
    END-EVALUATE.
*
6551_VALIDATE_OUTAGE_LINE.
    IF OUTAGE_ID OF EZITRAK931-REC ( SUB1 ) = SPACES
        MOVE "N" TO TMP_FLAG
        MOVE "OUTAGE ID MUST BE ENTERED" TO ERROR_MESSAGE OF EZITRAK931_REC
    END-IF.

    IF TMP_FLAG = "Y"
        IF APPLICATION_ID OF EZITRAK931-REC ( SUB1 ) = SPACES
           AND SITE_ID OF EZITRAK931-REC ( SUB1 ) = SPACES
            MOVE "N" TO TMP_FLAG
            MOVE "ENTER AN APPLICATION, A SITE OR BOTH"
              TO ERROR_MESSAGE OF EZITRAK931_REC
        END-IF
    END-IF.

    IF TMP_FLAG = "Y"
       AND APPLICATION_ID OF EZITRAK931-REC ( SUB1 ) NOT = SPACES
        MOVE APPLICATION_ID OF EZITRAK931-REC ( SUB1 )
          TO APPLICATION_ID OF APPLICATION_DETAILS_REC

        CALL "ET_SS_APPLICATION_DETAILS" USING SQLCA
                                  APPLICATION_ID   OF APPLICATION_DETAILS_REC
                                  APPLICATION_DESC OF APPLICATION_DETAILS_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            MOVE "Y" TO APPLICATION-FOUND-FLAG
        WHEN SQL_NOT_FOUND
            MOVE "N" TO APPLICATION-FOUND-FLAG
        WHEN OTHER
            DISPLAY "ERROR OF APPLICATION_SS CODE=" SQLCODE WITH CONVERSION
            MOVE 100  TO EXIT_STATUS
            GO TO 9900_EXIT
        END-EVALUATE

        IF APPLICATION-FOUND-FLAG = "N"
            MOVE "N" TO TMP_FLAG
            MOVE "APPLICATION NOT ON FILE"
              TO ERROR_MESSAGE OF EZITRAK931_REC
        END-IF
    END-IF.

    IF TMP_FLAG = "Y"
       AND SITE_ID OF EZITRAK931-REC ( SUB1 ) NOT = SPACES
        MOVE SITE_ID OF EZITRAK931-REC ( SUB1 )
          TO SITE_ID OF SITE_DETAILS_REC

        CALL "ET_SS_SITE_DETAILS" USING SQLCA
                                  SITE_ID     OF SITE_DETAILS_REC
                                  SITE_DESC   OF SITE_DETAILS_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            MOVE "Y" TO SITE-FOUND-FLAG
        WHEN SQL_NOT_FOUND
            MOVE "N" TO SITE-FOUND-FLAG
        WHEN OTHER
            DISPLAY "ERROR OF SITE_SS CODE=" SQLCODE WITH CONVERSION
            MOVE 100  TO EXIT_STATUS
            GO TO 9900_EXIT
        END-EVALUATE

        IF SITE-FOUND-FLAG = "N"
            MOVE "N" TO TMP_FLAG
            MOVE "SITE NOT ON FILE" TO ERROR_MESSAGE OF EZITRAK931_REC
        END-IF
    END-IF.

    IF TMP_FLAG = "Y"
       AND CHANGE_NUMBER OF EZITRAK931-REC ( SUB1 ) NOT = SPACES
        MOVE CHANGE_NUMBER OF EZITRAK931-REC ( SUB1 )
          TO CHANGE_NUMBER OF CHANGE_DETAILS_REC

        CALL "ET_SS_CHANGE_DETAILS" USING SQLCA
                                  CHANGE_NUMBER    OF CHANGE_DETAILS_REC
                                  APPLICATION_ID   OF CHANGE_DETAILS_REC
                                  IMPLEMENTED_DATE OF CHANGE_DETAILS_REC
                                  CHANGE_DESC      OF CHANGE_DETAILS_REC
                                  REC_USER         OF CHANGE_DETAILS_REC
                                  REC_TMSTAMP      OF CHANGE_DETAILS_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            MOVE "Y" TO CHANGE-FOUND-FLAG
        WHEN SQL_NOT_FOUND
            MOVE "N" TO CHANGE-FOUND-FLAG
        WHEN OTHER
            DISPLAY "ERROR OF CHANGE_SS CODE=" SQLCODE WITH CONVERSION
            MOVE 100  TO EXIT_STATUS
            GO TO 9900_EXIT
        END-EVALUATE

        IF CHANGE-FOUND-FLAG = "N"
            MOVE "N" TO TMP_FLAG
            MOVE "CHANGE NUMBER NOT ON FILE"
              TO ERROR_MESSAGE OF EZITRAK931_REC
        END-IF
    END-IF.

    IF TMP_FLAG = "Y"
        IF START_TMSTAMP OF EZITRAK931-REC ( SUB1 ) = ZERO
           OR END_TMSTAMP OF EZITRAK931-REC ( SUB1 )
              NOT > START_TMSTAMP OF EZITRAK931-REC ( SUB1 )
            MOVE "N" TO TMP_FLAG
            MOVE "OUTAGE MUST START BEFORE IT ENDS"
              TO ERROR_MESSAGE OF EZITRAK931_REC
        END-IF
    END-IF.
*
6552_INSERT_OUTAGE_LINE.
    PERFORM 7550_MOVE_SCREEN_TO_TABLE.

    CALL "ET_IR_PLANNED_OUTAGE" USING SQLCA
                                OUTAGE_ID        OF PLANNED_OUTAGE_REC
                                APPLICATION_ID   OF PLANNED_OUTAGE_REC
                                SITE_ID          OF PLANNED_OUTAGE_REC
                                START_TMSTAMP    OF PLANNED_OUTAGE_REC
                                END_TMSTAMP      OF PLANNED_OUTAGE_REC
                                CHANGE_NUMBER    OF PLANNED_OUTAGE_REC
                                OUTAGE_DESC      OF PLANNED_OUTAGE_REC
                                REC_USER         OF PLANNED_OUTAGE_REC
                                REC_TMSTAMP      OF PLANNED_OUTAGE_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE OUTAGE_ID OF PLANNED_OUTAGE_REC
          TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC
        MOVE "I" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 7600_BUILD_AFTER_IMAGE
        PERFORM 8950-WRITE-LOOKUP-AUDIT
    WHEN SQL_DUPLICATE_IDX
        MOVE "LINE INSERTED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK931_REC
        MOVE "N" TO TMP_FLAG
    WHEN OTHER
        DISPLAY "ERROR OF PLANNED_OUTAGE_IR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6554_DELETE_OUTAGE_LINE.
    MOVE OUTAGE_ID      OF EZITRAK931-REC ( SUB1 )
      TO OUTAGE_ID      OF PLANNED_OUTAGE_REC.

    CALL "ET_DR_PLANNED_OUTAGE" USING SQLCA
                                OUTAGE_ID        OF PLANNED_OUTAGE_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE OUTAGE_ID OF PLANNED_OUTAGE_REC
          TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC
        MOVE "D" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK931_REC
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK931_REC
    WHEN OTHER
        DISPLAY "ERROR OF PLANNED_OUTAGE_DR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6556_UPDATE_OUTAGE_LINE.
    PERFORM 7550_MOVE_SCREEN_TO_TABLE.

    CALL "ET_UR_PLANNED_OUTAGE" USING SQLCA
                                OUTAGE_ID        OF PLANNED_OUTAGE_REC
                                APPLICATION_ID   OF PLANNED_OUTAGE_REC
                                SITE_ID          OF PLANNED_OUTAGE_REC
                                START_TMSTAMP    OF PLANNED_OUTAGE_REC
                                END_TMSTAMP      OF PLANNED_OUTAGE_REC
                                CHANGE_NUMBER    OF PLANNED_OUTAGE_REC
                                OUTAGE_DESC      OF PLANNED_OUTAGE_REC
                                REC_USER         OF PLANNED_OUTAGE_REC
                                REC_TMSTAMP      OF PLANNED_OUTAGE_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE OUTAGE_ID OF PLANNED_OUTAGE_REC
          TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC
        MOVE "M" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 7600_BUILD_AFTER_IMAGE
        PERFORM 8950-WRITE-LOOKUP-AUDIT
    WHEN SQL_NOT_FOUND
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK931_REC
        MOVE "N" TO TMP_FLAG
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK931_REC
    WHEN OTHER
        DISPLAY "ERROR OF PLANNED_OUTAGE_UR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
7550_MOVE_SCREEN_TO_TABLE.
    MOVE OUTAGE_ID        OF EZITRAK931-REC ( SUB1 )
      TO OUTAGE_ID        OF PLANNED_OUTAGE_REC.
    MOVE APPLICATION_ID   OF EZITRAK931-REC ( SUB1 )
      TO APPLICATION_ID   OF PLANNED_OUTAGE_REC.
    MOVE SITE_ID          OF EZITRAK931-REC ( SUB1 )
      TO SITE_ID          OF PLANNED_OUTAGE_REC.
    MOVE START_TMSTAMP    OF EZITRAK931-REC ( SUB1 )
      TO START_TMSTAMP    OF PLANNED_OUTAGE_REC.
    MOVE END_TMSTAMP      OF EZITRAK931-REC ( SUB1 )
      TO END_TMSTAMP      OF PLANNED_OUTAGE_REC.
    MOVE CHANGE_NUMBER    OF EZITRAK931-REC ( SUB1 )
      TO CHANGE_NUMBER    OF PLANNED_OUTAGE_REC.
    MOVE OUTAGE_DESC      OF EZITRAK931-REC ( SUB1 )
      TO OUTAGE_DESC      OF PLANNED_OUTAGE_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF PLANNED_OUTAGE_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF PLANNED_OUTAGE_REC.
*
7600_BUILD_AFTER_IMAGE.
    PERFORM 7650_BUILD_IMAGE.
    MOVE WS-AUDIT-IMAGE TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC.
*
7650_BUILD_IMAGE.
    MOVE SPACES TO WS-IMAGE-FROM-TEXT.
    MOVE SPACES TO WS-IMAGE-TO-TEXT.

    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-IMAGE-FROM-TEXT
                            BY REFERENCE  START_TMSTAMP OF PLANNED_OUTAGE_REC
                            OMITTED
                      GIVING ERR_RET.

    CALL "SYS$ASCTIM" USING BY REFERENCE  WS-ASCTIM-LENGTH
                            BY DESCRIPTOR WS-IMAGE-TO-TEXT
                            BY REFERENCE  END_TMSTAMP OF PLANNED_OUTAGE_REC
                            OMITTED
                      GIVING ERR_RET.

    MOVE SPACES TO WS-AUDIT-IMAGE.

    STRING OUTAGE_ID      OF PLANNED_OUTAGE_REC  DELIMITED BY SIZE
           " "                                   DELIMITED BY SIZE
           APPLICATION_ID OF PLANNED_OUTAGE_REC  DELIMITED BY SIZE
           " "                                   DELIMITED BY SIZE
           SITE_ID        OF PLANNED_OUTAGE_REC  DELIMITED BY SIZE
           " "                                   DELIMITED BY SIZE
           WS-IMAGE-FROM-TEXT (1:17)             DELIMITED BY SIZE
           " "                                   DELIMITED BY SIZE
           WS-IMAGE-TO-TEXT (1:17)               DELIMITED BY SIZE
           " "                                   DELIMITED BY SIZE
           CHANGE_NUMBER  OF PLANNED_OUTAGE_REC  DELIMITED BY SIZE
           " "                                   DELIMITED BY SIZE
           OUTAGE_DESC    OF PLANNED_OUTAGE_REC  DELIMITED BY SIZE
      INTO WS-AUDIT-IMAGE.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN OTHER
        DISPLAY "ST_RO NG CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO   9900-EXIT
    END-EVALUATE.
/
7100-START_TRAN_RW.
    CALL "ET_ST_RW_PROBLEM" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        MOVE "Y" TO TRANSACTION_BEGUN_FLAG
    WHEN SQL_LOCKED_RECORD
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK931_REC
    WHEN OTHER
        DISPLAY "ST_RW NG CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO   9900-EXIT
    END-EVALUATE.
/
7500_SELECT_OUTAGE_LINE.
    MOVE OUTAGE_ID      OF EZITRAK931-REC ( SUB1 )
      TO OUTAGE_ID      OF PLANNED_OUTAGE_REC.

    CALL "ET_SS_PLANNED_OUTAGE" USING SQLCA
                                OUTAGE_ID        OF PLANNED_OUTAGE_REC
                                APPLICATION_ID   OF PLANNED_OUTAGE_REC
                                SITE_ID          OF PLANNED_OUTAGE_REC
                                START_TMSTAMP    OF PLANNED_OUTAGE_REC
                                END_TMSTAMP      OF PLANNED_OUTAGE_REC
                                CHANGE_NUMBER    OF PLANNED_OUTAGE_REC
                                OUTAGE_DESC      OF PLANNED_OUTAGE_REC
                                REC_USER         OF PLANNED_OUTAGE_REC
                                REC_TMSTAMP      OF PLANNED_OUTAGE_REC.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 7650_BUILD_IMAGE
        MOVE WS-AUDIT-IMAGE TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
    WHEN SQL_NOT_FOUND
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK931_REC
        MOVE "N" TO TMP_FLAG
    WHEN OTHER
        DISPLAY "ERROR OF PLANNED_OUTAGE_SS CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
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
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
8980-CHECK-USER-AUTHORITY.
    PERFORM 8700-GET-USER.

    MOVE CURRENT_USER_ID TO PERSON_ID OF USER_AUTHORITY_REC.

    CALL "ET_SS_USER_AUTHORITY" USING SQLCA
                                 PERSON_ID            OF USER_AUTHORITY_REC
                                 AUTH_DELETE          OF USER_AUTHORITY_REC
                                 AUTH_MASS_UPDATE     OF USER_AUTHORITY_REC
                                 AUTH_LOOKUP_MAINT    OF USER_AUTHORITY_REC
                                 AUTH_ARCHIVE_RESTORE OF USER_AUTHORITY_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO AUTH_DELETE          OF USER_AUTHORITY_REC
        MOVE "N" TO AUTH_MASS_UPDATE     OF USER_AUTHORITY_REC
        MOVE "N" TO AUTH_LOOKUP_MAINT    OF USER_AUTHORITY_REC
        MOVE "N" TO AUTH_ARCHIVE_RESTORE OF USER_AUTHORITY_REC
    WHEN OTHER
        DISPLAY "ERROR OF USER_AUTH_SS CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
8990-LOG-AUTH-REFUSAL.
    MOVE "EZITRAK0933"  TO PROGRAM_NAME  OF AUTH_REFUSAL_LOG_REC.
    MOVE CURRENT_USER_ID TO PERSON_ID     OF AUTH_REFUSAL_LOG_REC.
    MOVE "LOOKUP-MAINT"  TO FUNCTION_CODE OF AUTH_REFUSAL_LOG_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP  OF AUTH_REFUSAL_LOG_REC.

    CALL "ET_IR_AUTH_REFUSAL_LOG" USING SQLCA
                                 PROGRAM_NAME  OF AUTH_REFUSAL_LOG_REC
                                 PERSON_ID     OF AUTH_REFUSAL_LOG_REC
                                 FUNCTION_CODE OF AUTH_REFUSAL_LOG_REC
                                 REC_TMSTAMP   OF AUTH_REFUSAL_LOG_REC
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_DUPLICATE_IDX
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR OF AUTH_REFUSAL_IR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
9900-EXIT.
    IF NOT SQL_SUCCESS
        MOVE 15 TO ERR_FLAGS
        PERFORM 9910_ERROR VARYING ERR_SUB FROM 1 BY 1
                           UNTIL ERR_SUB > Rdb$LU_NUM_ARGUMENTS.

    IF TRANSACTION_BEGUN_FLAG = "Y"
        PERFORM 7900_RLB_TRAN.

    EXIT PROGRAM.

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
* **************** END OF SOURCE EZITRAK0933 ****************
