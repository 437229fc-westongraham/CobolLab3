                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS DG-CODE
                                 FILE STATUS IS WS-DEGREF-STATUS.
            SELECT CYCTL-FILE   ASSIGN TO 'DA-CYCTL'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS CY-STEP
                                 FILE STATUS IS WS-CYCTL-STATUS.


       DATA DIVISION.
      *        2 = GRADUATE, 3 = UNKNOWN) SO THE ROSTER SORTS AND
      *        BREAKS THE WAY COMMENCEMENT ACTUALLY RUNS
                03  S-LEV-SEQ              PIC X(1).
                03  FILLER                 PIC X(20).
                03  S-FERPA-HOLD           PIC X(1).
                03  FILLER                 PIC X(21).

       FD  SORTED-FILE
           LABEL RECORDS ARE STANDARD.
                03  DG-LEVEL               PIC X(1).
                03  DG-DEPT                PIC X(20).
                03  FILLER                 PIC X(5).
      **************************************************************
      *  NIGHTLY CYCLE-CONTROL FILE - SAME DEFINITION AS LAB3CYCL  *
      **************************************************************
       FD  CYCTL-FILE.
       01  CYCTL-REC.
                03  CY-STEP                PIC X(10).
                03  CY-CYCLE-NO            PIC 9(6).
                03  CY-STATUS              PIC X(1).
                03  CY-START-DATE          PIC 9(8).
                03  CY-START-TIME          PIC 9(8).
                03  CY-END-DATE            PIC 9(8).
                03  CY-END-TIME            PIC 9(8).
                03  CY-COUNT               PIC 9(7)  OCCURS 3 TIMES.
                03  CY-REASON              PIC X(20).
                03  FILLER                 PIC X(10).
       WORKING-STORAGE SECTION.

      **************************************************************
                03  I-YEAR                 PIC X(4).
                03  I-STUDENT-ID           PIC X(9)       VALUE SPACES.
                03  I-LEV-SEQ              PIC X(1)       VALUE SPACES.
                03  FILLER                 PIC X(20)      VALUE SPACES.
      *        I-FERPA-HOLD IS MAST-FERPA-HOLD CARRIED OVER ON THE
      *        DA-INPUT COPY OF GRADMAST ('Y' = DO NOT RELEASE)
                03  I-FERPA-HOLD           PIC X(1)       VALUE SPACES.
      *        I-HONORS IS MAST-HONORS - 'S' SUMMA, 'M' MAGNA, 'C' CUM
      *        LAUDE - PRINTED NEXT TO THE NAME
                03  I-HONORS               PIC X(1)       VALUE SPACES.
                03  FILLER                 PIC X(20)      VALUE SPACES.
      **************************************************************
      *      LAYOUT FOR THE 1ST  DATA LINE OF REPORT PRNTING       *
      **************************************************************
                03  L-STUDENT-ID1          PIC X(9).
                03  FILLER                 PIC X(3)       VALUE SPACES.
                03  L-NAME1                PIC X(20).
                03  L-HONORS1              PIC X(17).
                03  L-DEGREE1              PIC X(30).
                03  L-YEAR1                PIC X(4).
      **************************************************************
                03  FILLER                 PIC X(12)
                            VALUE 'STUDENT ID'.
                03  FILLER                 PIC X(20)     VALUE 'NAME'.
                03  FILLER                 PIC X(17)     VALUE 'HONORS'.
                03  FILLER                 PIC X(30)     VALUE 'DEGREE'.
                03  FILLER                 PIC X(4)      VALUE 'YEAR'.
                03  FILLER                 PIC X(10)     VALUE SPACES.
       01  PRNT-GRAND-TOTAL1.
                03  FILLER                 PIC X(10)     VALUE SPACES.
                03  L-GRAND-TEXT           PIC X(24)
                            VALUE 'GRAND TOTAL AWARDS:'.
                03  L-GRAND-COUNT          PIC ZZZZ9.
      **************************************************************
      *   LAYOUT FOR THE CLOSING BALANCE LINE OF REPORT PRNTING    *
                03  WS-REJECT-REASON       PIC X(30)     VALUE SPACES.
                03  WS-REJECT-COUNT        PIC 9(4)      VALUE 0.
      **************************************************************
      *        LATIN HONORS TEXT FOR THE NAME LINE                 *
      **************************************************************
                03  WS-HONORS-DESC         PIC X(17)     VALUE SPACES.
      **************************************************************
      *      PAGE-BREAK AND PAGE-HEADING CONTROL FIELDS            *
      **************************************************************
                03  WS-LINES-ON-PAGE       PIC 9(3)      VALUE 0.
                03  WS-SELECT-DESC         PIC X(70)     VALUE SPACES.
                03  WS-DESC-PTR            PIC 9(2)      VALUE 1.
                03  WS-BYPASS-COUNT        PIC 9(7)      VALUE 0.
                03  WS-FERPA-COUNT         PIC 9(7)      VALUE 0.
                03  EOF-P                  PIC 9         VALUE 0.
                03  EOF-X                  PIC 9         VALUE 0.
      **************************************************************
      *     NIGHTLY CYCLE-CONTROL POSTING FIELDS - R WHEN THE RUN   *
      *     STARTS, C OR F WHEN IT ENDS, WITH THREE KEY COUNTS      *
      **************************************************************
                03  WS-CYCTL-STATUS        PIC XX        VALUE SPACES.
                03  WS-CY-ON-FILE          PIC X         VALUE 'N'.
                03  WS-CY-CYCLE-NO         PIC 9(6)      VALUE 0.
                03  WS-CY-STATUS           PIC X         VALUE 'R'.
                03  WS-CY-START-DATE       PIC 9(8)      VALUE 0.
                03  WS-CY-START-TIME       PIC 9(8)      VALUE 0.
                03  WS-CY-COUNT-1          PIC 9(7)      VALUE 0.
                03  WS-CY-COUNT-2          PIC 9(7)      VALUE 0.
                03  WS-CY-COUNT-3          PIC 9(7)      VALUE 0.
                03  WS-CY-REASON           PIC X(20)     VALUE SPACES.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           	PERFORM 1025-READ-PARM-CARD.
                IF WS-SELECT-ACTIVE NOT = 'Y'
                    PERFORM 9000-POST-CYCLE-START
                END-IF.
           	PERFORM 1090-LOAD-DEGREE-TABLE.
           	PERFORM 1075-COUNT-INPUT-RECS.
           	PERFORM 1050-CHECK-RESTART.
                    PERFORM 1760-CLEAR-CHECKPOINT
                END-IF.
           	PERFORM 1950-WRITE-RUN-LOG.
                IF WS-SELECT-ACTIVE NOT = 'Y'
                    PERFORM 9050-POST-CYCLE-END
                END-IF.
           	STOP RUN.

      **************************************************************
      *   SORTS THE ROSTER INPUT - THE INPUT PROCEDURE RELEASES     *
      *   ONLY THE RECORDS THE PARAMETER CARD SELECTS (ALL OF       *
      *   THEM WHEN NO CARD IS SUPPLIED) AND COUNTS THE BYPASSED    *
      *   ONES SO THE BALANCE LINE STILL PROVES THE RUN. A FERPA    *
      *   HOLD NEVER REACHES THE SORT AT ALL, SO IT IS KEPT OFF     *
      *   BOTH UR-PRNT AND DA-EXTR AND IS COUNTED ON ITS OWN LINE   *
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
                    PERFORM 1120-CHECK-SELECT
                    IF WS-SEL-MATCH-SW = 'Y'
           PERFORM 1610-LOOKUP-DEGREE.
           MOVE I-STUDENT-ID               TO  L-STUDENT-ID1.
           MOVE I-NAME                     TO  L-NAME1.
           PERFORM 1615-SET-HONORS-TEXT.
           MOVE WS-HONORS-DESC             TO  L-HONORS1.
           MOVE WS-DEGREE-DESC             TO  L-DEGREE1.
           MOVE I-YEAR                     TO  L-YEAR1.
          	WRITE PRNT-REC FROM PRNT-DATA1

      **************************************************************

      *   SPELLS OUT THE GRADUATE'S LATIN HONORS, IF ANY            *

      **************************************************************

       1615-SET-HONORS-TEXT.
           EVALUATE I-HONORS
               WHEN 'S'
                   MOVE 'SUMMA CUM LAUDE'  TO  WS-HONORS-DESC
               WHEN 'M'
                   MOVE 'MAGNA CUM LAUDE'  TO  WS-HONORS-DESC
               WHEN 'C'
                   MOVE 'CUM LAUDE'        TO  WS-HONORS-DESC
               WHEN OTHER
                   MOVE SPACES             TO  WS-HONORS-DESC
           END-EVALUATE.

      **************************************************************

      *   LOADS THE DEGREE TABLE FROM DA-DEGREF AT START-UP,        *
      *   FALLING BACK TO THE OLD BUILT-IN SIX WHEN THE REFERENCE   *
      *   FILE IS NOT ON FILE                                       *

       1700-PRINT-GRAND-TOTAL.
           MOVE SPACES                     TO  PRNT-GRAND-TOTAL1.
           MOVE 'GRAND TOTAL AWARDS:'      TO  L-GRAND-TEXT.
           MOVE WS-GRAND-TOTAL             TO  L-GRAND-COUNT.
           WRITE PRNT-REC FROM PRNT-GRAND-TOTAL1
                AFTER ADVANCING 1 LINE.
                AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-BALANCE1
                AFTER ADVANCING 1 LINE.
           MOVE SPACES                     TO  PRNT-GRAND-TOTAL1.
           MOVE 'FERPA HOLDS SUPPRESSED:'  TO  L-GRAND-TEXT.
           MOVE WS-FERPA-COUNT             TO  L-GRAND-COUNT.
           WRITE PRNT-REC FROM PRNT-GRAND-TOTAL1
                AFTER ADVANCING 1 LINE.

      **************************************************************

          	READ SORTED-FILE INTO INPUT-DATA
               AT END MOVE 1 TO EOF-I.

      **************************************************************
      *   POSTS THIS RUN TO THE NIGHTLY CYCLE-CONTROL FILE UNDER    *
      *   THE CYCLE LAB3CYCL HAS OPEN, SO THE NEXT STEP OF THE      *
      *   STREAM IS ONLY RELEASED ON A CLEAN FINISH HERE            *
      **************************************************************

       9000-POST-CYCLE-START.
                ACCEPT WS-CY-START-DATE FROM DATE YYYYMMDD.
                ACCEPT WS-CY-START-TIME FROM TIME.
                MOVE 'R'                    TO  WS-CY-STATUS.
                PERFORM 9100-POST-CYCLE-STEP.

      *        A RUN THAT DOES NOT BALANCE (READ = PRINTED + REJECTED)
      *        FAILS THE STEP - ITS EXTRACT CANNOT BE TRUSTED
       9050-POST-CYCLE-END.
                MOVE WS-READ-COUNT          TO  WS-CY-COUNT-1.
                MOVE WS-GRAND-TOTAL         TO  WS-CY-COUNT-2.
                MOVE WS-REJECT-COUNT        TO  WS-CY-COUNT-3.
                IF WS-READ-COUNT = WS-GRAND-TOTAL + WS-REJECT-COUNT
                    MOVE 'C'                 TO  WS-CY-STATUS
                ELSE
                    MOVE 'F'                 TO  WS-CY-STATUS
                    MOVE 'OUT OF BALANCE'    TO  WS-CY-REASON
                END-IF.
                PERFORM 9100-POST-CYCLE-STEP.

       9100-POST-CYCLE-STEP.
                OPEN I-O CYCTL-FILE.
                IF WS-CYCTL-STATUS = '35'
                    OPEN OUTPUT CYCTL-FILE
                    CLOSE CYCTL-FILE
                    OPEN I-O CYCTL-FILE
                END-IF.
                MOVE 0                      TO  WS-CY-CYCLE-NO.
                MOVE 'CYCLE'                TO  CY-STEP.
                READ CYCTL-FILE.
                IF WS-CYCTL-STATUS = '00'
                    MOVE CY-CYCLE-NO         TO  WS-CY-CYCLE-NO
                END-IF.
                MOVE 'LAB3'                 TO  CY-STEP.
                READ CYCTL-FILE.
                IF WS-CYCTL-STATUS = '00'
                    MOVE 'Y'                 TO  WS-CY-ON-FILE
                ELSE
                    MOVE 'N'                 TO  WS-CY-ON-FILE
                END-IF.
                MOVE SPACES                 TO  CYCTL-REC.
                MOVE 'LAB3'                 TO  CY-STEP.
                MOVE WS-CY-CYCLE-NO         TO  CY-CYCLE-NO.
                MOVE WS-CY-STATUS           TO  CY-STATUS.
                MOVE WS-CY-START-DATE       TO  CY-START-DATE.
                MOVE WS-CY-START-TIME       TO  CY-START-TIME.
                IF WS-CY-STATUS = 'R'
                    MOVE 0                   TO  CY-END-DATE
                    MOVE 0                   TO  CY-END-TIME
                ELSE
                    ACCEPT CY-END-DATE FROM DATE YYYYMMDD
                    ACCEPT CY-END-TIME FROM TIME
                END-IF.
                MOVE WS-CY-COUNT-1          TO  CY-COUNT (1).
                MOVE WS-CY-COUNT-2          TO  CY-COUNT (2).
                MOVE WS-CY-COUNT-3          TO  CY-COUNT (3).
                MOVE WS-CY-REASON           TO  CY-REASON.
                IF WS-CY-ON-FILE = 'Y'
                    REWRITE CYCTL-REC
                ELSE
                    WRITE CYCTL-REC
                END-IF.
                CLOSE CYCTL-FILE.
