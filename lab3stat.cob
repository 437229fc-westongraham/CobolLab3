       AUTHOR. Weston Graham.
      *  CLASS STATISTICS REPORT FOR THE DEAN'S OFFICE.
      *  READS THE REGENERATED DA-INPUT ROSTER AND PRINTS A
      *  CROSS-TAB OF AWARD COUNTS - DEGREE PROGRAMS DOWN THE
      *  SIDE, GRADUATION YEARS ACROSS THE TOP - WITH ROW AND
      *  COLUMN TOTALS AND A YEAR-OVER-YEAR CHANGE LINE SO THE
      *  ENROLLMENT-TO-COMPLETION TREND IS VISIBLE AT A GLANCE.
      *  DA-INPUT CARRIES ONE RECORD PER AWARD, SO A GRADUATE
      *  HOLDING TWO DEGREES IS TALLIED UNDER EACH OF THEM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS DG-CODE
                                 FILE STATUS IS WS-DEGREF-STATUS.
            SELECT CYCTL-FILE   ASSIGN TO 'DA-CYCTL'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS CY-STEP
                                 FILE STATUS IS WS-CYCTL-STATUS.


       DATA DIVISION.
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
       01  STAT-HEADING1.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  FILLER                 PIC X(40)
                            VALUE 'AWARD COUNTS BY DEGREE AND YEAR'.
      **************************************************************
      *    LAYOUT FOR THE COLUMN HEADING LINE                       *
      **************************************************************
                03  WS-DEGREF-STATUS       PIC XX        VALUE SPACES.
                03  WS-FB-IDX              PIC 9(2)      VALUE 0.
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
                OPEN OUTPUT STAT-FILE.
                PERFORM 1050-LOAD-DEGREE-TABLE.
                PERFORM 1100-SCAN-YEARS.
                PERFORM 1300-TALLY-INPUT.
                PERFORM 1500-PRINT-REPORT.
                CLOSE STAT-FILE.
                PERFORM 9050-POST-CYCLE-END.
                STOP RUN.

      **************************************************************
                MOVE WS-OVERFLOW-COUNT TO L-MSG-COUNT.
                WRITE STAT-REC FROM STAT-MSG1
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
                MOVE WS-READ-COUNT          TO  WS-CY-COUNT-1.
                MOVE WS-TALLY-COUNT         TO  WS-CY-COUNT-2.
                MOVE WS-BADYR-COUNT         TO  WS-CY-COUNT-3.
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
                MOVE 'LAB3STAT'             TO  CY-STEP.
                READ CYCTL-FILE.
                IF WS-CYCTL-STATUS = '00'
                    MOVE 'Y'                 TO  WS-CY-ON-FILE
                ELSE
                    MOVE 'N'                 TO  WS-CY-ON-FILE
                END-IF.
                MOVE SPACES                 TO  CYCTL-REC.
                MOVE 'LAB3STAT'             TO  CY-STEP.
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
