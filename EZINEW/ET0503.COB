*                                                                             *
*   TABLES  USED : EQUIPMENT_DETAILS    (Input-Output)                        *
*                  SITE_DETAILS         (Input)                               *
*                  VENDOR_DETAILS       (Input)                               *
*                  LOOKUP_AUDIT_LOG     (Output)                              *
*                  LOAN_POOL            (Input-Output)                        *
*                                                                             *
*   NOTE         : EQUIPMENT_DETAILS is a new CDD table, not yet generated - *
*                  EQUIPMENT_ID PIC X(8) key, SITE_ID PIC X(4),              *
*                  EZITRAK502 panel belongs in the same FORMS$ library as    *
*                  EZITRAK211.                                               *
*                                                                             *
*   NOTE         : EQUIPMENT_DETAILS needs three new columns -              *
*                  WARRANTY_EXPIRY_DATE PIC S9(11)V9(7) COMP (zero = no     *
*                  warranty recorded), MAINTAINER_CODE PIC X(8) (the        *
*                  VENDOR_CODE of whoever holds the warranty or maintenance *
*                  agreement, see EZITRAK1073) and AGREEMENT_REFERENCE PIC  *
*                  X(20) (the maintainer's contract or agreement number).   *
*                  They ride a new narrow pair, ET_SS_EQUIPMENT_WARRANTY    *
*                  (EQUIPMENT_ID in, the three columns out) and             *
*                  ET_UR_EQUIPMENT_WARRANTY (EQUIPMENT_ID and the three     *
*                  columns in), so the wide                                 *
*                  ET_SS/FC/IR/UR_EQUIPMENT_DETAILS modules keep their      *
*                  existing parameter lists. EZITRAK502_REC needs matching  *
*                  WARRANTY_EXPIRY_DATE, MAINTAINER_CODE and                *
*                  AGREEMENT_REFERENCE elements in each line.               *
*                  6560_VALIDATE_MAINTAINER rejects a maintainer not on     *
*                  VENDOR_DETAILS, and a warranty date with no maintainer.  *
*                  EZITRAK001 warns when a problem is logged against        *
*                  equipment still under warranty, and EZITRAK109 lists     *
*                  warranties about to expire.                              *
*                                                                             *
*   NOTE         : EZITRAK502_REC needs a LOAN_STOCK_FLAG PIC X element in  *
*                  each line ("Y" = the item is a loan spare). The flag is  *
*                  not a column on EQUIPMENT_DETAILS - it is the item's row *
*                  in LOAN_POOL (see EZITRAK004), UNIT_ID = EQUIPMENT_ID,   *
*                  so mode "F" sets it from ET_SS_LOAN_POOL and mode "U"    *
*                  inserts the row when a line is flagged, puts a retired   *
*                  row back in stock, and retires the row (UNIT_STATUS "R") *
*                  when the flag is cleared or the item deleted, writing    *
*                  LOOKUP_AUDIT_LOG under TABLE_NAME "LOAN_POOL" for each   *
*                  change. A unit out on loan cannot be unflagged or        *
*                  deleted. Needs ET_SS/IR/UR_LOAN_POOL, and LOAN_POOL      *
*                  added to the ET_ST_RO/RW_EQUIPMENT transactions.         *
*                                                                             *
*******************************************************************************
*
/
WORKING-STORAGE SECTION.
    copy "EZITRAK_CDD.EQUIPMENT_DETAILS_REC"        from dictionary.
    copy "EZITRAK_CDD.SITE_DETAILS_REC"   from dictionary.
    copy "EZITRAK_CDD.VENDOR_DETAILS_REC"        from dictionary.
    copy "EZITRAK_CDD.USER_AUTHORITY_REC"        from dictionary.
    copy "EZITRAK_CDD.AUTH_REFUSAL_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.LOOKUP_AUDIT_LOG_REC"      from dictionary.
    copy "EZITRAK_CDD.LOAN_POOL_REC"             from dictionary.
/
 01  TMP-FLAG                                    PIC X.
 01  SITE-FOUND-FLAG                      PIC X.
 01  VENDOR-FOUND-FLAG                           PIC X.
 01  LOAN-POOL-FOUND-FLAG                        PIC X.
 01  LOAN-STOCK-WANTED-FLAG                      PIC X.
 01  LOAN-POOL-IMAGE                             PIC X(120).
 01  LOAN-POOL-BEFORE-IMAGE                      PIC X(120).

 01  SQLCA.
     03  SQLCAID                                 PIC X(8) VALUE "SQLCA   ".
    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 7700_SETUP_REC
        PERFORM 7710_GET_WARRANTY
        PERFORM 7720_GET_LOAN_STOCK
    WHEN SQL_NOT_FOUND
        CONTINUE
    WHEN OTHER
          TO REC_USER         OF EZITRAK502_REC (SUB1).
        MOVE REC_TMSTAMP      OF EQUIPMENT_DETAILS_REC
          TO REC_TMSTAMP      OF EZITRAK502_REC (SUB1).
*
7710_GET_WARRANTY.
*   THE WARRANTY COLUMNS RIDE A NARROW SELECT OF THEIR OWN SO THE WIDE
*   EQUIPMENT_DETAILS MODULES KEEP THE PARAMETER LISTS EZITRAK001 AND
*   EZITRAK051 ALREADY CALL THEM WITH
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
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.

    MOVE WARRANTY_EXPIRY_DATE OF EQUIPMENT_DETAILS_REC
      TO WARRANTY_EXPIRY_DATE OF EZITRAK502_REC (SUB1).
    MOVE MAINTAINER_CODE      OF EQUIPMENT_DETAILS_REC
      TO MAINTAINER_CODE      OF EZITRAK502_REC (SUB1).
    MOVE AGREEMENT_REFERENCE  OF EQUIPMENT_DETAILS_REC
      TO AGREEMENT_REFERENCE  OF EZITRAK502_REC (SUB1).
*
7720_GET_LOAN_STOCK.
    MOVE EQUIPMENT_ID OF EQUIPMENT_DETAILS_REC
      TO UNIT_ID      OF LOAN_POOL_REC.

    PERFORM 7730_READ_LOAN_POOL.

    IF LOAN-POOL-FOUND-FLAG = "Y"
    AND UNIT_STATUS OF LOAN_POOL_REC NOT = "R"
        MOVE "Y" TO LOAN_STOCK_FLAG OF EZITRAK502_REC (SUB1)
    ELSE
        MOVE "N" TO LOAN_STOCK_FLAG OF EZITRAK502_REC (SUB1)
    END-IF.
*
7730_READ_LOAN_POOL.
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
        MOVE "Y" TO LOAN-POOL-FOUND-FLAG
        PERFORM 7610_BUILD_LOAN_IMAGE
        MOVE LOAN-POOL-IMAGE TO LOAN-POOL-BEFORE-IMAGE
    WHEN SQL_NOT_FOUND
        MOVE "N" TO LOAN-POOL-FOUND-FLAG
        MOVE SPACES TO LOAN-POOL-BEFORE-IMAGE
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF LOAN_POOL_SS CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
/
5000-UPDATE-EQUIPMENT-RECORDS.
    PERFORM 7100_START_TRAN_RW.
        END-IF
    WHEN "D"
        PERFORM 7500_SELECT_EQUIPMENT_LINE
        IF TMP_FLAG = "Y"
            PERFORM 6564_CHECK_NOT_ON_LOAN
        END-IF
        IF TMP_FLAG = "Y"
            PERFORM 6554_DELETE_EQUIPMENT_LINE
        END-IF
        MOVE "N" TO TMP_FLAG
        MOVE "SITE NOT ON FILE" TO ERROR_MESSAGE OF EZITRAK502_REC
    END-IF.

    IF TMP_FLAG = "Y"
        PERFORM 6560_VALIDATE_MAINTAINER
    END-IF.

    IF TMP_FLAG = "Y"
        PERFORM 6562_VALIDATE_LOAN_STOCK
    END-IF.
*
6560_VALIDATE_MAINTAINER.
*   A WARRANTY IS ONLY ANY USE IF WE KNOW WHO TO CALL - THE MAINTAINER
*   IS A VENDOR_CODE FROM EZITRAK107
    IF MAINTAINER_CODE OF EZITRAK502-REC ( SUB1 ) = SPACES
        IF WARRANTY_EXPIRY_DATE OF EZITRAK502-REC ( SUB1 ) NOT = ZERO
            MOVE "N" TO TMP_FLAG
            MOVE "A WARRANTY DATE NEEDS A MAINTAINER VENDOR CODE"
              TO ERROR_MESSAGE OF EZITRAK502_REC
        END-IF
    ELSE
        MOVE MAINTAINER_CODE OF EZITRAK502-REC ( SUB1 )
          TO VENDOR_CODE     OF VENDOR_DETAILS_REC

        CALL "ET_SS_VENDOR_DETAILS" USING SQLCA
                                 VENDOR_CODE      OF VENDOR_DETAILS_REC
                                 VENDOR_NAME      OF VENDOR_DETAILS_REC
                                 ESCALATION_PHONE OF VENDOR_DETAILS_REC
                                 ESCALATION_EMAIL OF VENDOR_DETAILS_REC
                                 TURNAROUND_DAYS  OF VENDOR_DETAILS_REC
                                 REC_USER         OF VENDOR_DETAILS_REC
                                 REC_TMSTAMP      OF VENDOR_DETAILS_REC
        END-CALL

        EVALUATE TRUE
        WHEN SQL_SUCCESS
            MOVE "Y" TO VENDOR-FOUND-FLAG
        WHEN SQL_NOT_FOUND
            MOVE "N" TO VENDOR-FOUND-FLAG
            MOVE ZERO TO SQLCODE
        WHEN OTHER
            DISPLAY "ERROR OF VENDOR_SS CODE=" SQLCODE WITH CONVERSION
            MOVE 100  TO EXIT_STATUS
            GO TO 9900_EXIT
        END-EVALUATE

        IF VENDOR-FOUND-FLAG = "N"
            MOVE "N" TO TMP_FLAG
            MOVE "MAINTAINER NOT ON VENDOR FILE - SEE EZITRAK107"
              TO ERROR_MESSAGE OF EZITRAK502_REC
        END-IF
    END-IF.
*
6562_VALIDATE_LOAN_STOCK.
*   THE LOAN STOCK FLAG IS KEPT IN LOAN_POOL, NOT ON EQUIPMENT_DETAILS -
*   EZITRAK004 ISSUES AND BOOKS BACK THE UNITS FROM THERE
    IF LOAN_STOCK_FLAG OF EZITRAK502-REC ( SUB1 ) = SPACE
        MOVE "N" TO LOAN_STOCK_FLAG OF EZITRAK502-REC ( SUB1 )
    END-IF.

    IF LOAN_STOCK_FLAG OF EZITRAK502-REC ( SUB1 ) NOT = "Y"
    AND LOAN_STOCK_FLAG OF EZITRAK502-REC ( SUB1 ) NOT = "N"
        MOVE "N" TO TMP_FLAG
        MOVE "LOAN STOCK FLAG MUST BE Y OR N"
          TO ERROR_MESSAGE OF EZITRAK502_REC
    END-IF.

    IF TMP_FLAG = "Y"
    AND LOAN_STOCK_FLAG OF EZITRAK502-REC ( SUB1 ) = "N"
        PERFORM 6564_CHECK_NOT_ON_LOAN
    END-IF.
*
6564_CHECK_NOT_ON_LOAN.
    MOVE EQUIPMENT_ID OF EZITRAK502-REC ( SUB1 )
      TO UNIT_ID      OF LOAN_POOL_REC.

    PERFORM 7730_READ_LOAN_POOL.

    IF LOAN-POOL-FOUND-FLAG = "Y"
    AND UNIT_STATUS OF LOAN_POOL_REC = "L"
        MOVE "N" TO TMP_FLAG
        MOVE "UNIT IS OUT ON LOAN - BOOK IT BACK IN ON EZITRAK004 FIRST"
          TO ERROR_MESSAGE OF EZITRAK502_REC
    END-IF.
*
6552_INSERT_EQUIPMENT_LINE.
    MOVE EQUIPMENT_ID    OF EZITRAK502-REC ( SUB1 )
    MOVE EQUIPMENT_MODEL      OF EZITRAK502-REC ( SUB1 )
      TO EQUIPMENT_MODEL      OF EQUIPMENT_DETAILS_REC.

    MOVE WARRANTY_EXPIRY_DATE OF EZITRAK502-REC ( SUB1 )
      TO WARRANTY_EXPIRY_DATE OF EQUIPMENT_DETAILS_REC.

    MOVE MAINTAINER_CODE      OF EZITRAK502-REC ( SUB1 )
      TO MAINTAINER_CODE      OF EQUIPMENT_DETAILS_REC.

    MOVE AGREEMENT_REFERENCE  OF EZITRAK502-REC ( SUB1 )
      TO AGREEMENT_REFERENCE  OF EQUIPMENT_DETAILS_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF EQUIPMENT_DETAILS_REC.


    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 6558_SET_EQUIPMENT_WARRANTY
        MOVE EQUIPMENT_ID OF EQUIPMENT_DETAILS_REC
          TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC
        MOVE "I" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 7600_BUILD_AFTER_IMAGE
        PERFORM 8950-WRITE-LOOKUP-AUDIT
        MOVE LOAN_STOCK_FLAG OF EZITRAK502-REC ( SUB1 )
          TO LOAN-STOCK-WANTED-FLAG
        PERFORM 6570_SET_LOAN_STOCK
    WHEN SQL_DUPLICATE_IDX
        MOVE "LINE INSERTED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK502_REC
        MOVE "N" TO TMP_FLAG
        MOVE "D" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
        MOVE "N" TO LOAN-STOCK-WANTED-FLAG
        PERFORM 6570_SET_LOAN_STOCK
    WHEN SQL_NOT_FOUND
        MOVE "N" TO TMP_FLAG
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK502_REC
    MOVE EQUIPMENT_MODEL      OF EZITRAK502-REC ( SUB1 )
      TO EQUIPMENT_MODEL      OF EQUIPMENT_DETAILS_REC.

    MOVE WARRANTY_EXPIRY_DATE OF EZITRAK502-REC ( SUB1 )
      TO WARRANTY_EXPIRY_DATE OF EQUIPMENT_DETAILS_REC.

    MOVE MAINTAINER_CODE      OF EZITRAK502-REC ( SUB1 )
      TO MAINTAINER_CODE      OF EQUIPMENT_DETAILS_REC.

    MOVE AGREEMENT_REFERENCE  OF EZITRAK502-REC ( SUB1 )
      TO AGREEMENT_REFERENCE  OF EQUIPMENT_DETAILS_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF EQUIPMENT_DETAILS_REC.


    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 6558_SET_EQUIPMENT_WARRANTY
        MOVE EQUIPMENT_ID OF EQUIPMENT_DETAILS_REC
          TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC
        MOVE "M" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 7600_BUILD_AFTER_IMAGE
        PERFORM 8950-WRITE-LOOKUP-AUDIT
        MOVE LOAN_STOCK_FLAG OF EZITRAK502-REC ( SUB1 )
          TO LOAN-STOCK-WANTED-FLAG
        PERFORM 6570_SET_LOAN_STOCK
    WHEN SQL_NOT_FOUND
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK502_REC
        MOVE "N" TO TMP_FLAG
        GO TO 9900_EXIT
    END-EVALUATE.
*
6558_SET_EQUIPMENT_WARRANTY.
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
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6570_SET_LOAN_STOCK.
*   A UNIT TAKEN OUT OF LOAN STOCK (OR WHOSE EQUIPMENT IS DELETED) IS
*   RETIRED RATHER THAN DELETED SO ITS LOAN_TRANSACTION HISTORY STILL
*   HAS A UNIT TO POINT AT - FLAGGING IT AGAIN PUTS IT BACK IN STOCK
    MOVE "LOAN_POOL" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC.

    MOVE EQUIPMENT_ID OF EQUIPMENT_DETAILS_REC
      TO UNIT_ID      OF LOAN_POOL_REC.

    PERFORM 7730_READ_LOAN_POOL.

    MOVE UNIT_ID OF LOAN_POOL_REC TO RECORD_KEY OF LOOKUP_AUDIT_LOG_REC.

    IF LOAN-STOCK-WANTED-FLAG = "Y"
        IF LOAN-POOL-FOUND-FLAG = "N"
            PERFORM 6572_INSERT_LOAN_POOL
        ELSE
            IF UNIT_STATUS OF LOAN_POOL_REC = "R"
                MOVE "A" TO UNIT_STATUS OF LOAN_POOL_REC
            END-IF
            PERFORM 6574_UPDATE_LOAN_POOL
        END-IF
    ELSE
        IF LOAN-POOL-FOUND-FLAG = "Y"
        AND UNIT_STATUS OF LOAN_POOL_REC NOT = "R"
            MOVE "R" TO UNIT_STATUS OF LOAN_POOL_REC
            PERFORM 6574_UPDATE_LOAN_POOL
        END-IF
    END-IF.

    MOVE "EQUIPMENT_DETAILS" TO TABLE_NAME OF LOOKUP_AUDIT_LOG_REC.
*
6572_INSERT_LOAN_POOL.
    MOVE EQUIPMENT_ID    OF EQUIPMENT_DETAILS_REC
      TO EQUIPMENT_ID    OF LOAN_POOL_REC.
    MOVE EQUIPMENT_MODEL OF EQUIPMENT_DETAILS_REC
      TO UNIT_DESC       OF LOAN_POOL_REC.
    MOVE SITE_ID         OF EQUIPMENT_DETAILS_REC
      TO SITE_ID         OF LOAN_POOL_REC.
    MOVE "A" TO UNIT_STATUS OF LOAN_POOL_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF LOAN_POOL_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF LOAN_POOL_REC.

    CALL "ET_IR_LOAN_POOL" USING SQLCA
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
        MOVE "I" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 7610_BUILD_LOAN_IMAGE
        MOVE LOAN-POOL-IMAGE TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
    WHEN OTHER
        DISPLAY "ERROR OF LOAN_POOL_IR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6574_UPDATE_LOAN_POOL.
*   THE STATUS HAS ALREADY BEEN SET BY THE CALLER - THE BEFORE IMAGE
*   WAS TAKEN BY 7730_READ_LOAN_POOL
    MOVE EQUIPMENT_MODEL OF EQUIPMENT_DETAILS_REC
      TO UNIT_DESC       OF LOAN_POOL_REC.
    MOVE SITE_ID         OF EQUIPMENT_DETAILS_REC
      TO SITE_ID         OF LOAN_POOL_REC.

    PERFORM 8600-GET-TIME.
    MOVE CURRENT_DATE_BIN TO REC_TMSTAMP OF LOAN_POOL_REC.

    PERFORM 8700-GET-USER.
    MOVE CURRENT_USER_ID TO REC_USER     OF LOAN_POOL_REC.

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
        MOVE "M" TO ACTION_CODE OF LOOKUP_AUDIT_LOG_REC
        MOVE LOAN-POOL-BEFORE-IMAGE TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 7610_BUILD_LOAN_IMAGE
        MOVE LOAN-POOL-IMAGE TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC
        PERFORM 8950-WRITE-LOOKUP-AUDIT
    WHEN SQL_LOCKED_RECORD
        MOVE "N" TO TMP_FLAG
        MOVE "RECORD IS LOCKED BY ANOTHER USER, PLEASE TRY AGAIN"
          TO ERROR_MESSAGE OF EZITRAK502_REC
    WHEN OTHER
        DISPLAY "ERROR OF LOAN_POOL_UR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
7600_BUILD_AFTER_IMAGE.
    MOVE SPACES TO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC.

           EQUIPMENT_TYPE  OF EQUIPMENT_DETAILS_REC DELIMITED BY SIZE
           " "                                       DELIMITED BY SIZE
           EQUIPMENT_MODEL OF EQUIPMENT_DETAILS_REC DELIMITED BY SIZE
           " "                                       DELIMITED BY SIZE
           MAINTAINER_CODE OF EQUIPMENT_DETAILS_REC DELIMITED BY SIZE
           " "                                       DELIMITED BY SIZE
           AGREEMENT_REFERENCE OF EQUIPMENT_DETAILS_REC
                                                     DELIMITED BY SIZE
      INTO AFTER_IMAGE OF LOOKUP_AUDIT_LOG_REC.
*
7610_BUILD_LOAN_IMAGE.
    MOVE SPACES TO LOAN-POOL-IMAGE.

    STRING UNIT_STATUS  OF LOAN_POOL_REC             DELIMITED BY SIZE
           " "                                       DELIMITED BY SIZE
           SITE_ID      OF LOAN_POOL_REC             DELIMITED BY SIZE
           " "                                       DELIMITED BY SIZE
           EQUIPMENT_ID OF LOAN_POOL_REC             DELIMITED BY SIZE
           " "                                       DELIMITED BY SIZE
           UNIT_DESC    OF LOAN_POOL_REC             DELIMITED BY SIZE
      INTO LOAN-POOL-IMAGE.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_EQUIPMENT" USING SQLCA.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 7510_GET_BEFORE_WARRANTY
        MOVE SPACES TO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
        STRING SITE_ID        OF EQUIPMENT_DETAILS_REC DELIMITED BY SIZE
               " "                                       DELIMITED BY SIZE
               EQUIPMENT_TYPE  OF EQUIPMENT_DETAILS_REC DELIMITED BY SIZE
               " "                                       DELIMITED BY SIZE
               EQUIPMENT_MODEL OF EQUIPMENT_DETAILS_REC DELIMITED BY SIZE
               " "                                       DELIMITED BY SIZE
               MAINTAINER_CODE OF EQUIPMENT_DETAILS_REC DELIMITED BY SIZE
               " "                                       DELIMITED BY SIZE
               AGREEMENT_REFERENCE OF EQUIPMENT_DETAILS_REC
                                                         DELIMITED BY SIZE
          INTO BEFORE_IMAGE OF LOOKUP_AUDIT_LOG_REC
    WHEN SQL_NOT_FOUND
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK502_REC
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
7510_GET_BEFORE_WARRANTY.
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
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
/
7800-CMT_TRAN.
    CALL "ET_CMT_TRN" USING SQLCA.
