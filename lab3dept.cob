                03  S-STUDENT-ID           PIC X(9).
                03  S-LEV-SEQ              PIC X(1).
                03  S-DEPT                 PIC X(20).
                03  S-FERPA-HOLD           PIC X(1).
                03  FILLER                 PIC X(21).

       FD  SORTED-FILE
           LABEL RECORDS ARE STANDARD.
                03  I-STUDENT-ID           PIC X(9)       VALUE SPACES.
                03  I-LEV-SEQ              PIC X(1)       VALUE SPACES.
                03  I-DEPT                 PIC X(20)      VALUE SPACES.
      *        I-FERPA-HOLD IS MAST-FERPA-HOLD CARRIED OVER ON THE
      *        DA-INPUT COPY OF GRADMAST ('Y' = DO NOT RELEASE)
                03  I-FERPA-HOLD           PIC X(1)       VALUE SPACES.
                03  FILLER                 PIC X(21)      VALUE SPACES.
      **************************************************************
      *    LAYOUT FOR THE TITLE LINE OF THE FRONT SUMMARY PAGE     *
      **************************************************************
       01  DPRPT-SUMHEAD1.
                03  FILLER                 PIC X(10)     VALUE SPACES.
                03  FILLER                 PIC X(40)
                            VALUE 'AWARD COUNTS BY DEPARTMENT'.
      **************************************************************
      *     LAYOUT FOR A DATA LINE OF THE FRONT SUMMARY PAGE        *
      **************************************************************
       01  DPRPT-GRAND-TOTAL1.
                03  FILLER                 PIC X(10)     VALUE SPACES.
                03  FILLER                 PIC X(24)
                            VALUE 'GRAND TOTAL AWARDS:'.
                03  L-GRAND-COUNT          PIC ZZZZ9.
      **************************************************************
      *   LAYOUT FOR THE FERPA HOLD COUNT LINE OF THE PACK         *
      **************************************************************
       01  DPRPT-FERPA-TOTAL1.
                03  FILLER                 PIC X(10)     VALUE SPACES.
                03  FILLER                 PIC X(24)
                            VALUE 'FERPA HOLDS SUPPRESSED:'.
                03  L-FERPA-COUNT          PIC ZZZZ9.
      **************************************************************
      *   DEGREE-CODE LOOKUP TABLE - LOADED FROM DA-DEGREF AT      *
      *   START-UP, TRANSLATING I-DEGREE CODES TO THE FULL NAME,   *
      *   THE LEVEL, AND THE OWNING DEPARTMENT                     *
                03  WS-PREV-DEPT           PIC X(20)     VALUE SPACES.
                03  WS-DEPT-COUNT          PIC 9(5)      VALUE 0.
                03  WS-GRAND-TOTAL         PIC 9(5)      VALUE 0.
                03  WS-FERPA-COUNT         PIC 9(5)      VALUE 0.
      **************************************************************
      *      PAGE-BREAK AND PAGE-HEADING CONTROL FIELDS            *
      **************************************************************
      *   SORTS THE ROSTER INPUT BY DEPARTMENT, THEN LEVEL, THEN    *
      *   DEGREE, THEN NAME - THE INPUT PROCEDURE STAMPS EACH       *
      *   RECORD WITH ITS DEPARTMENT AND LEVEL FROM THE DEGREE      *
      *   TABLE AND TALLIES THE SUMMARY COUNTS AS IT GOES. A        *
      *   GRADUATE UNDER FERPA HOLD IS LEFT OUT OF THE PACK AND THE *
      *   SUMMARY AND ONLY COUNTED                                  *
      **************************************************************

       1100-SORT-INPUT.
                READ INPUT-FILE INTO INPUT-DATA
                    AT END MOVE 1 TO EOF-I
                END-READ.
                IF EOF-I NOT = 1 AND I-FERPA-HOLD = 'Y'
                    ADD 1 TO WS-FERPA-COUNT
                    EXIT PARAGRAPH
                END-IF.
                IF EOF-I NOT = 1
                    PERFORM 1610-LOOKUP-DEGREE
                    EVALUATE WS-DEGREE-LEVEL
           MOVE WS-GRAND-TOTAL             TO  L-GRAND-COUNT.
           WRITE DPRPT-REC FROM DPRPT-GRAND-TOTAL1
                AFTER ADVANCING 1 LINE.
           MOVE WS-FERPA-COUNT             TO  L-FERPA-COUNT.
           WRITE DPRPT-REC FROM DPRPT-FERPA-TOTAL1
                AFTER ADVANCING 1 LINE.

      **************************************************************

