            SELECT MAILX-FILE   ASSIGN TO 'DA-MAILX'.
            SELECT LABEL-FILE   ASSIGN TO 'UR-LABEL'.
            SELECT LBRPT-FILE   ASSIGN TO 'UR-LBRPT'.
            SELECT CYCTL-FILE   ASSIGN TO 'DA-CYCTL'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS CY-STEP
                                 FILE STATUS IS WS-CYCTL-STATUS.


       DATA DIVISION.
                03  MAST-DEGREE            PIC X(4).
                03  MAST-YEAR              PIC X(4).
                03  MAST-STUDENT-ID        PIC X(9).
                03  FILLER                 PIC X(21).
                03  MAST-FERPA-HOLD        PIC X(1).
                03  FILLER                 PIC X(21).

      **************************************************************
      *  HISTORY MASTER - THE ARCHIVED CLASSES LAB3ARCH MOVES OFF  *
                03  HIST-DEGREE            PIC X(4).
                03  HIST-YEAR              PIC X(4).
                03  HIST-STUDENT-ID        PIC X(9).
                03  FILLER                 PIC X(21).
                03  HIST-FERPA-HOLD        PIC X(1).
                03  FILLER                 PIC X(21).

      **************************************************************
      *  ALUMNI ADDRESS MASTER - MAINTAINED BY LAB3ADDR             *
       FD  LBRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  LBRPT-REC                  PIC X(125).
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
                03  GW-DEGREE              PIC X(4).
                03  GW-YEAR                PIC X(4).
                03  GW-STUDENT-ID          PIC X(9).
                03  GW-FERPA-HOLD          PIC X(1).
      **************************************************************
      *    LAYOUT FOR THE HEADING LINE OF THE CONTROL REPORT        *
      **************************************************************
                03  WS-SELECT-COUNT        PIC 9(6)      VALUE 0.
                03  WS-LABEL-COUNT         PIC 9(6)      VALUE 0.
                03  WS-NOADDR-COUNT        PIC 9(6)      VALUE 0.
                03  WS-FERPA-COUNT         PIC 9(6)      VALUE 0.
      **************************************************************
      *     SELECTIVE-RUN (PARAMETER CARD) CONTROL FIELDS           *
      **************************************************************
                03  WS-SELECT-DESC         PIC X(70)     VALUE SPACES.
                03  WS-DESC-PTR            PIC 9(2)      VALUE 1.
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
                PERFORM 9000-POST-CYCLE-START.
                PERFORM 1000-OPEN-FILES.
                PERFORM 1025-READ-PARM-CARD.
                PERFORM 1100-PRINT-HEAD.
                END-IF.
                PERFORM 1900-PRINT-COUNTS.
                PERFORM 1950-CLOSE-FILES.
                PERFORM 9050-POST-CYCLE-END.
                STOP RUN.

       1000-OPEN-FILES.
                        MOVE MAST-DEGREE     TO  GW-DEGREE
                        MOVE MAST-YEAR       TO  GW-YEAR
                        MOVE MAST-STUDENT-ID TO  GW-STUDENT-ID
                        MOVE MAST-FERPA-HOLD TO  GW-FERPA-HOLD
                        PERFORM 3000-WORK-ONE-GRADUATE
                    END-IF
                END-PERFORM.
                        MOVE HIST-DEGREE     TO  GW-DEGREE
                        MOVE HIST-YEAR       TO  GW-YEAR
                        MOVE HIST-STUDENT-ID TO  GW-STUDENT-ID
                        MOVE HIST-FERPA-HOLD TO  GW-FERPA-HOLD
                        PERFORM 3000-WORK-ONE-GRADUATE
                    END-IF
                END-PERFORM.
      **************************************************************
      *   ONE GRADUATE - TESTED AGAINST THE SELECTION, MATCHED TO  *
      *   THE ADDRESS MASTER, AND EITHER LABELED AND EXTRACTED OR  *
      *   LISTED AS MISSING AN ADDRESS. A GRADUATE UNDER FERPA     *
      *   HOLD GETS NO LABEL AND NO DA-MAILX RECORD - ONLY COUNTED *
      **************************************************************

       3000-WORK-ONE-GRADUATE.
                PERFORM 3100-CHECK-SELECT.
                IF WS-SEL-MATCH-SW = 'Y' AND GW-FERPA-HOLD = 'Y'
                    ADD 1                    TO  WS-FERPA-COUNT
                    EXIT PARAGRAPH
                END-IF.
                IF WS-SEL-MATCH-SW = 'Y'
                    ADD 1                    TO  WS-SELECT-COUNT
                    PERFORM 3200-FIND-ADDRESS
                MOVE WS-NOADDR-COUNT        TO  L-MSG-COUNT.
                WRITE LBRPT-REC FROM LBRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'SELECTED, FERPA HOLD - NO LABEL:'
                    TO  L-MSG-TEXT.
                MOVE WS-FERPA-COUNT         TO  L-MSG-COUNT.
                WRITE LBRPT-REC FROM LBRPT-MSG1
                      AFTER ADVANCING 1 LINE.

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

       9050-POST-CYCLE-END.
                MOVE WS-SELECT-COUNT        TO  WS-CY-COUNT-1.
                MOVE WS-LABEL-COUNT         TO  WS-CY-COUNT-2.
                MOVE WS-NOADDR-COUNT        TO  WS-CY-COUNT-3.
                MOVE 'C'                    TO  WS-CY-STATUS.
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
                MOVE 'LAB3LABL'             TO  CY-STEP.
                READ CYCTL-FILE.
                IF WS-CYCTL-STATUS = '00'
                    MOVE 'Y'                 TO  WS-CY-ON-FILE
                ELSE
                    MOVE 'N'                 TO  WS-CY-ON-FILE
                END-IF.
                MOVE SPACES                 TO  CYCTL-REC.
                MOVE 'LAB3LABL'             TO  CY-STEP.
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
