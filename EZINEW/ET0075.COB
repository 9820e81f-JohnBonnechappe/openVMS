*                  EZITRAK073 panel belongs in the same FORMS$ library as    *
*                  EZITRAK071/072.                                           *
*                                                                             *
*   NOTE         : SLA_DETAILS needs a new COURTESY_DAYS PIC 9(4) column -  *
*                  the business days an open problem of the priority may go *
*                  without a customer-visible solution line before          *
*                  EZITRAK141 mails its contacts a progress update (zero or *
*                  no row means the job's EZITRAK141_COURTESY_DAYS default) *
*                  - and EZITRAK073_REC a matching COURTESY_DAYS field. The *
*                  wide SLA_DETAILS modules keep their column lists;        *
*                  7710_READ_COURTESY_DAYS fills the screen field from a    *
*                  narrow ET_SS_SLA_COURTESY_DAYS select (PRIORITY_ID in,   *
*                  COURTESY_DAYS out) and 6558_SET_COURTESY_DAYS writes it  *
*                  back through ET_UR_SLA_COURTESY_DAYS after a successful  *
*                  insert or modify, the PERSON_GRADE arrangement in        *
*                  EZITRAK0052/0053. A DBA/CDD maintainer needs to add the  *
*                  column and generate both modules.                        *
*                                                                             *
*******************************************************************************
*
/
          TO REC_USER       OF EZITRAK073_REC (SUB1).
        MOVE REC_TMSTAMP    OF SLA_DETAILS_REC
          TO REC_TMSTAMP    OF EZITRAK073_REC (SUB1).

        PERFORM 7710_READ_COURTESY_DAYS.
*
7710_READ_COURTESY_DAYS.
*   COURTESY_DAYS RIDES A NARROW SELECT OF ITS OWN - THE WIDE FETCH
*   KEEPS ITS ORIGINAL COLUMN LIST
    CALL "ET_SS_SLA_COURTESY_DAYS" USING SQLCA
                                 PRIORITY_ID   OF SLA_DETAILS_REC
                                 COURTESY_DAYS OF EZITRAK073_REC (SUB1)
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO COURTESY_DAYS OF EZITRAK073_REC (SUB1)
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF SLA_COURTESY_SS CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
/
5000-UPDATE-SLA-RECORDS.
    PERFORM 7100_START_TRAN_RW.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 6558_SET_COURTESY_DAYS
    WHEN SQL_DUPLICATE_IDX
        MOVE "LINE INSERTED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK073_REC
        MOVE "N" TO TMP_FLAG

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        PERFORM 6558_SET_COURTESY_DAYS
    WHEN SQL_NOT_FOUND
        MOVE "LINE DELETED BY ANOTHER USER" TO ERROR_MESSAGE OF EZITRAK073_REC
        MOVE "N" TO TMP_FLAG
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
*
6558_SET_COURTESY_DAYS.
*   THE WIDE IR/UR MODULES KEEP THEIR COLUMN LISTS - COURTESY_DAYS
*   RIDES A NARROW UPDATE OF ITS OWN, THE ET_UR_PERSON_GRADE PRECEDENT
    CALL "ET_UR_SLA_COURTESY_DAYS" USING SQLCA
                                 PRIORITY_ID   OF SLA_DETAILS_REC
                                 COURTESY_DAYS OF EZITRAK073_REC ( SUB1 )
    END-CALL.

    EVALUATE TRUE
    WHEN SQL_SUCCESS
        CONTINUE
    WHEN SQL_NOT_FOUND
        MOVE ZERO TO SQLCODE
    WHEN OTHER
        DISPLAY "ERROR OF SLA_COURTESY_UR CODE=" SQLCODE WITH CONVERSION
        MOVE 100  TO EXIT_STATUS
        GO TO 9900_EXIT
    END-EVALUATE.
/
7000-START_TRAN_RO.
    CALL "ET_ST_RO_PRIORITY" USING SQLCA.
