IDENTIFICATION DIVISION.
*
*******************************************************************************
*                                                                             *
*   Program ID   : EZITRAK1403                                                *
*   Program Name : Person Name Match Key                                      *
*   Summary      : CALLed with a PERSON_DESC and returns the key two          *
*                  spellings of the same person's name have in common -      *
*                  the surname and the initials, upper case, with            *
*                  punctuation dropped. "J. Smith", "SMITH, J" and           *
*                  "John Smith" all give SMITH / J; "O'Brien-Kelly"          *
*                  gives OBRIENKELLY. With a comma the surname is the        *
*                  word before it, otherwise the last word longer than       *
*                  one letter; every other word gives an initial, in the     *
*                  order written. A blank or unreadable name gives a         *
*                  blank surname, which callers treat as no match.           *
*                  Shared by EZITRAK0053's possible-duplicate check and      *
*                  the EZITRAK140 report so both match the same way.         *
*                                                                             *
*   TABLES  USED : none                                                       *
*                                                                             *
*******************************************************************************
*
/
PROGRAM-ID. EZITRAK1403.
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
 01  LOWER-CASE-LETTERS                          PIC X(26) VALUE
                                         "abcdefghijklmnopqrstuvwxyz".
 01  UPPER-CASE-LETTERS                          PIC X(26) VALUE
                                         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

 01  NK-UPPER-TEXT                               PIC X(30).
 01  NK-CLEAN-TEXT                               PIC X(30).
 01  NK-CHAR                                     PIC X.
 01  NK-POS                                      PIC S9(4) COMP.
 01  NK-OUT-PTR                                  PIC S9(4) COMP.
 01  NK-INITIAL-PTR                              PIC S9(4) COMP.
 01  NK-COMMA-COUNT                              PIC S9(4) COMP.
 01  NK-SUB                                      PIC S9(4) COMP.
 01  NK-SURNAME-SUB                              PIC S9(4) COMP.
 01  NK-WORD-MAX                                 PIC S9(4) COMP VALUE 6.
 01  NK-WORD-TABLE.
     05  NK-WORD OCCURS 6 TIMES                  PIC X(20).
/
LINKAGE SECTION.
 01  NAME_TEXT                                   PIC X(30).
 01  NAME_KEY.
     03  NAME_KEY_SURNAME                        PIC X(20).
     03  NAME_KEY_INITIALS                       PIC X(6).

PROCEDURE DIVISION USING NAME_TEXT
                         NAME_KEY.
MAIN-PARA.
    PERFORM 1000-INITIALISATION.

    PERFORM 2000-CLEAN-NAME.

    PERFORM 3000-SPLIT-WORDS.

    PERFORM 4000-PICK-SURNAME.

    IF NK-SURNAME-SUB > ZERO
        MOVE NK-WORD (NK-SURNAME-SUB) TO NAME_KEY_SURNAME
        PERFORM 5100-ADD-INITIAL VARYING NK-SUB FROM 1 BY 1
                                 UNTIL NK-SUB > NK-WORD-MAX
    END-IF.

    GO TO 9900-EXIT.
*
1000-INITIALISATION.
    MOVE SPACES TO NAME_KEY.
    MOVE SPACES TO NK-CLEAN-TEXT.
    MOVE SPACES TO NK-WORD-TABLE.
    MOVE ZERO   TO NK-COMMA-COUNT.
    MOVE ZERO   TO NK-SURNAME-SUB.
    MOVE 1      TO NK-OUT-PTR.
    MOVE 1      TO NK-INITIAL-PTR.
/
2000-CLEAN-NAME.
*   LETTERS ARE KEPT, FULL STOPS AND COMMAS BECOME WORD BREAKS AND
*   ANYTHING ELSE (HYPHENS, APOSTROPHES, DIGITS) IS DROPPED SO A
*   DOUBLE-BARRELLED OR O' SURNAME STAYS ONE WORD
    MOVE NAME_TEXT TO NK-UPPER-TEXT.
    INSPECT NK-UPPER-TEXT CONVERTING LOWER-CASE-LETTERS
                                  TO UPPER-CASE-LETTERS.
    INSPECT NK-UPPER-TEXT TALLYING NK-COMMA-COUNT FOR ALL ",".

    PERFORM 2100-COPY-ONE-CHAR VARYING NK-POS FROM 1 BY 1
                               UNTIL NK-POS > 30.
*
2100-COPY-ONE-CHAR.
    MOVE NK-UPPER-TEXT (NK-POS:1) TO NK-CHAR.

    IF NK-CHAR NOT < "A" AND NK-CHAR NOT > "Z"
        MOVE NK-CHAR TO NK-CLEAN-TEXT (NK-OUT-PTR:1)
        ADD 1 TO NK-OUT-PTR
    ELSE
        IF NK-CHAR = " " OR NK-CHAR = "," OR NK-CHAR = "."
*           NO LEADING BREAK - THE FIRST WORD MUST LAND IN NK-WORD (1)
            IF NK-OUT-PTR > 1
                MOVE " " TO NK-CLEAN-TEXT (NK-OUT-PTR:1)
                ADD 1 TO NK-OUT-PTR
            END-IF
        END-IF
    END-IF.
/
3000-SPLIT-WORDS.
    UNSTRING NK-CLEAN-TEXT DELIMITED BY ALL " "
        INTO NK-WORD (1)
             NK-WORD (2)
             NK-WORD (3)
             NK-WORD (4)
             NK-WORD (5)
             NK-WORD (6)
    END-UNSTRING.
/
4000-PICK-SURNAME.
*   "SMITH, JOHN" - THE SURNAME IS WRITTEN FIRST
    IF NK-COMMA-COUNT > ZERO
        IF NK-WORD (1) NOT = SPACES
            MOVE 1 TO NK-SURNAME-SUB
        END-IF
    ELSE
        PERFORM 4100-TEST-SURNAME-WORD VARYING NK-SUB FROM NK-WORD-MAX
                                       BY -1
                                       UNTIL NK-SUB < 1
                                       OR NK-SURNAME-SUB > ZERO
*       NOTHING BUT INITIALS - THE LAST ONE WILL HAVE TO DO
        IF NK-SURNAME-SUB = ZERO
            PERFORM 4200-TEST-LAST-WORD VARYING NK-SUB FROM NK-WORD-MAX
                                        BY -1
                                        UNTIL NK-SUB < 1
                                        OR NK-SURNAME-SUB > ZERO
        END-IF
    END-IF.
*
4100-TEST-SURNAME-WORD.
    IF NK-WORD (NK-SUB) (2:1) NOT = " "
        MOVE NK-SUB TO NK-SURNAME-SUB
    END-IF.
*
4200-TEST-LAST-WORD.
    IF NK-WORD (NK-SUB) NOT = SPACES
        MOVE NK-SUB TO NK-SURNAME-SUB
    END-IF.
/
5100-ADD-INITIAL.
    IF NK-SUB NOT = NK-SURNAME-SUB
    AND NK-WORD (NK-SUB) NOT = SPACES
    AND NK-INITIAL-PTR NOT > 6
        MOVE NK-WORD (NK-SUB) (1:1)
          TO NAME_KEY_INITIALS (NK-INITIAL-PTR:1)
        ADD 1 TO NK-INITIAL-PTR
    END-IF.
/
9900-EXIT.
    EXIT PROGRAM.
*
* **************** END OF SOURCE EZITRAK1403 ****************
