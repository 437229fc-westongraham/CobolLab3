
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LAB3CYCL.
       AUTHOR. Weston Graham.
      *  NIGHTLY CYCLE CONTROLLER.
      *  THE NIGHTLY STREAM IS LAB3MAINT, LAB3AUDT, LAB3, LAB3DELT,
      *  THEN THE MAILING (LAB3LABL) AND STATISTICS (LAB3STAT) JOBS.
      *  EACH OF THEM POSTS ITSELF TO THE CYCLE-CONTROL FILE
      *  (DA-CYCTL) - RUNNING WHEN IT STARTS, COMPLETE OR FAILED
      *  WHEN IT ENDS, WITH ITS KEY COUNTS. THIS PROGRAM RUNS AS
      *  ITS OWN STEP AHEAD OF EACH OF THEM, DRIVEN BY ONE CARD ON
      *  DA-CYPRM (FUNCTION IN COLS 1-8, OPERAND IN COLS 10-19):
      *     BEGIN            OPENS TONIGHT'S CYCLE. WHEN THE LAST
      *                      CYCLE NEVER FINISHED IT IS RESTARTED
      *                      INSTEAD, SO THE STEPS THAT COMPLETED
      *                      ARE NOT RUN AGAIN. OPERAND 'NEW'
      *                      ABANDONS AN UNFINISHED CYCLE AND OPENS
      *                      A FRESH ONE.
      *     RELEASE <STEP>   GATES THE NAMED PROGRAM - RETURN CODE
      *                      0 RUN IT, 4 ALREADY COMPLETE THIS
      *                      CYCLE (BYPASS IT), 16 A PREREQUISITE
      *                      FAILED OR NEVER RAN (STOP THE STREAM).
      *     REPORT           PRINTS THE MORNING CYCLE REPORT - EVERY
      *                      STEP WITH ITS STATUS, START AND END
      *                      TIME, AND COUNTS.
      *  A MISSING OR UNRECOGNIZED CARD ENDS WITH RETURN CODE 16 SO
      *  THE STREAM NEVER RUNS ON A GATE THAT DID NOT DECIDE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CYCTL-FILE   ASSIGN TO 'DA-CYCTL'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS CY-STEP
                                 FILE STATUS IS WS-CYCTL-STATUS.
            SELECT CYPRM-FILE   ASSIGN TO 'DA-CYPRM'
                                 FILE STATUS IS WS-CYPRM-STATUS.
            SELECT CYRPT-FILE   ASSIGN TO 'UR-CYRPT'.


       DATA DIVISION.


       FILE SECTION.
      **************************************************************
      *  CYCLE-CONTROL FILE - ONE RECORD PER STREAM STEP, KEYED BY  *
      *  PROGRAM NAME, PLUS THE 'CYCLE' RECORD THAT NUMBERS THE     *
      *  CYCLE NOW OPEN. A STEP RECORD COUNTS FOR TONIGHT ONLY WHEN *
      *  ITS CY-CYCLE-NO IS THE OPEN CYCLE'S. CY-STATUS IS R        *
      *  (RUNNING - STILL SO IN THE MORNING MEANS IT ABENDED), C     *
      *  (COMPLETE) OR F (FAILED, WITH CY-REASON). ON THE 'CYCLE'   *
      *  RECORD THE START IS WHEN THE CYCLE OPENED, THE END IS THE  *
      *  LAST RESTART, AND CY-COUNT (1) IS THE NUMBER OF RESTARTS   *
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

      **************************************************************
      *  CONTROL CARD - FUNCTION IN COLS 1-8, OPERAND (THE STEP TO *
      *  RELEASE, OR 'NEW' ON A BEGIN) IN COLS 10-19               *
      **************************************************************
       FD  CYPRM-FILE
           LABEL RECORDS ARE STANDARD.
       01  CYPRM-REC.
                03  CP-FUNCTION            PIC X(8).
                03  FILLER                 PIC X.
                03  CP-OPERAND             PIC X(10).
                03  FILLER                 PIC X(61).

       FD  CYRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  CYRPT-REC                  PIC X(125).
       WORKING-STORAGE SECTION.

      **************************************************************
      *   THE STREAM, IN RUN ORDER - EACH STEP'S PREREQUISITES      *
      *   (BY POSITION IN THIS TABLE, ZERO FOR NONE) AND THE        *
      *   CAPTIONS FOR THE THREE COUNTS IT POSTS                    *
      **************************************************************
       01  STEP-TABLE-LOAD.
                03  FILLER.
                    05  FILLER             PIC X(10) VALUE 'LAB3MAINT'.
                    05  FILLER             PIC X(3)  VALUE '000'.
                    05  FILLER             PIC X(12) VALUE 'APPLIED'.
                    05  FILLER             PIC X(12) VALUE 'REJECTED'.
                    05  FILLER             PIC X(12)
                            VALUE 'BATCHES REJ'.
                03  FILLER.
                    05  FILLER             PIC X(10) VALUE 'LAB3AUDT'.
                    05  FILLER             PIC X(3)  VALUE '100'.
                    05  FILLER             PIC X(12)
                            VALUE 'MASTER RECS'.
                    05  FILLER             PIC X(12) VALUE 'INPUT RECS'.
                    05  FILLER             PIC X(12)
                            VALUE 'DISCREPANCY'.
                03  FILLER.
                    05  FILLER             PIC X(10) VALUE 'LAB3'.
                    05  FILLER             PIC X(3)  VALUE '120'.
                    05  FILLER             PIC X(12) VALUE 'READ'.
                    05  FILLER             PIC X(12) VALUE 'PRINTED'.
                    05  FILLER             PIC X(12) VALUE 'REJECTED'.
                03  FILLER.
                    05  FILLER             PIC X(10) VALUE 'LAB3DELT'.
                    05  FILLER             PIC X(3)  VALUE '123'.
                    05  FILLER             PIC X(12) VALUE 'ADDED'.
                    05  FILLER             PIC X(12) VALUE 'DROPPED'.
                    05  FILLER             PIC X(12) VALUE 'CHANGED'.
                03  FILLER.
                    05  FILLER             PIC X(10) VALUE 'LAB3LABL'.
                    05  FILLER             PIC X(3)  VALUE '123'.
                    05  FILLER             PIC X(12) VALUE 'SELECTED'.
                    05  FILLER             PIC X(12) VALUE 'LABELS'.
                    05  FILLER             PIC X(12) VALUE 'NO ADDRESS'.
                03  FILLER.
                    05  FILLER             PIC X(10) VALUE 'LAB3STAT'.
                    05  FILLER             PIC X(3)  VALUE '123'.
                    05  FILLER             PIC X(12) VALUE 'READ'.
                    05  FILLER             PIC X(12) VALUE 'TALLIED'.
                    05  FILLER             PIC X(12) VALUE 'BAD YEAR'.
       01  STEP-TABLE REDEFINES STEP-TABLE-LOAD.
                03  ST-ENTRY OCCURS 6 TIMES.
                    05  ST-STEP            PIC X(10).
                    05  ST-PREREQ          PIC 9(1)  OCCURS 3 TIMES.
                    05  ST-CAPTION         PIC X(12) OCCURS 3 TIMES.
      **************************************************************
      *    LAYOUT FOR THE HEADING LINES OF THE CYCLE REPORT         *
      **************************************************************
       01  CYRPT-HEADING1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(40)
                            VALUE 'NIGHTLY CYCLE CONTROL'.
       01  CYRPT-HEADING2.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(7)      VALUE 'CYCLE'.
                03  L-HD-CYCLE             PIC Z(5)9.
                03  FILLER                 PIC X(10)
                            VALUE '  OPENED'.
                03  L-HD-DATE              PIC 9(8).
                03  FILLER                 PIC X         VALUE SPACE.
                03  L-HD-TIME              PIC 9(6).
                03  FILLER                 PIC X(13)
                            VALUE '  RESTARTS:'.
                03  L-HD-RESTARTS          PIC ZZ9.
       01  CYRPT-HEADING3.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(12)     VALUE 'STEP'.
                03  FILLER                 PIC X(22)     VALUE 'STATUS'.
                03  FILLER                 PIC X(18)
                            VALUE 'STARTED'.
                03  FILLER                 PIC X(18)     VALUE 'ENDED'.
                03  FILLER                 PIC X(20)     VALUE 'REASON'.
      **************************************************************
      *     LAYOUT FOR A STEP LINE AND ITS COUNT LINE               *
      **************************************************************
       01  CYRPT-STEP1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-ST-STEP              PIC X(12).
                03  L-ST-STATUS            PIC X(22).
                03  L-ST-START-DATE        PIC X(8).
                03  FILLER                 PIC X         VALUE SPACE.
                03  L-ST-START-TIME        PIC X(6).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  L-ST-END-DATE          PIC X(8).
                03  FILLER                 PIC X         VALUE SPACE.
                03  L-ST-END-TIME          PIC X(6).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  L-ST-REASON            PIC X(20).
       01  CYRPT-COUNT1.
                03  FILLER                 PIC X(17)     VALUE SPACES.
                03  L-CT-ENTRY OCCURS 3 TIMES.
                    05  L-CT-CAPTION       PIC X(12).
                    05  L-CT-COUNT         PIC Z(6)9.
                    05  FILLER             PIC X(3).
      **************************************************************
      *     LAYOUT FOR A MESSAGE LINE OF THE REPORT                 *
      **************************************************************
       01  CYRPT-MSG1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-MSG-TEXT             PIC X(100).
       01  MISC.
      **************************************************************
      *          STATUS AND WORK FIELDS FOR THE RUN                 *
      **************************************************************
                03  WS-CYCTL-STATUS        PIC XX        VALUE SPACES.
                03  WS-CYPRM-STATUS        PIC XX        VALUE SPACES.
                03  WS-FUNCTION            PIC X(8)      VALUE SPACES.
                03  WS-OPERAND             PIC X(10)     VALUE SPACES.
                03  WS-RUN-DATE            PIC 9(8)      VALUE 0.
                03  WS-RUN-TIME            PIC 9(8)      VALUE 0.
                03  WS-RETURN              PIC 9(2)      VALUE 16.
      **************************************************************
      *     THE OPEN CYCLE - WS-CYCLE-FOUND IS 'N' WHEN NO CYCLE    *
      *     HAS EVER BEEN OPENED                                    *
      **************************************************************
                03  WS-CYCLE-FOUND         PIC X         VALUE 'N'.
                03  WS-CYCLE-NO            PIC 9(6)      VALUE 0.
                03  WS-CYCLE-DATE          PIC 9(8)      VALUE 0.
                03  WS-CYCLE-TIME          PIC 9(8)      VALUE 0.
                03  WS-RESTARTS            PIC 9(3)      VALUE 0.
      **************************************************************
      *     STEP LOOKUP FIELDS - WS-STEP-STATE IS THE STEP'S STATE  *
      *     IN THE OPEN CYCLE: C COMPLETE, F FAILED, R RUNNING OR   *
      *     ABENDED, N NOT RUN. WS-RESUME-IDX IS THE FIRST STEP NOT *
      *     COMPLETE, ZERO WHEN THE WHOLE CYCLE IS                  *
      **************************************************************
                03  WS-ST-IDX              PIC 9(1)      VALUE 0.
                03  WS-PQ-IDX              PIC 9(1)      VALUE 0.
                03  WS-CT-IDX              PIC 9(1)      VALUE 0.
                03  WS-STEP-IDX            PIC 9(1)      VALUE 0.
                03  WS-PREREQ-IDX          PIC 9(1)      VALUE 0.
                03  WS-RESUME-IDX          PIC 9(1)      VALUE 0.
                03  WS-STEP-STATE          PIC X         VALUE 'N'.
                03  WS-GATE-OK             PIC X         VALUE 'Y'.
                03  WS-STATE-TEXT          PIC X(30)     VALUE SPACES.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
                OPEN OUTPUT CYRPT-FILE.
                ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                ACCEPT WS-RUN-TIME FROM TIME.
                WRITE CYRPT-REC FROM CYRPT-HEADING1
                      AFTER ADVANCING PAGE.
                PERFORM 1000-READ-CONTROL-CARD.
                PERFORM 1100-OPEN-CYCLE-FILE.
                PERFORM 1200-READ-CYCLE-RECORD.
                EVALUATE WS-FUNCTION
                    WHEN 'BEGIN'
                        PERFORM 2000-BEGIN-CYCLE
                    WHEN 'RELEASE'
                        PERFORM 3000-RELEASE-STEP
                    WHEN 'REPORT'
                        PERFORM 4000-CYCLE-REPORT
                    WHEN OTHER
                        MOVE SPACES          TO  L-MSG-TEXT
                        STRING '** CONTROL CARD MISSING OR INVALID: '
                                             DELIMITED BY SIZE
                            WS-FUNCTION      DELIMITED BY SIZE
                            ' - NOTHING RELEASED **'
                                             DELIMITED BY SIZE
                            INTO L-MSG-TEXT
                        PERFORM 5000-PRINT-MESSAGE
                        MOVE 16              TO  WS-RETURN
                END-EVALUATE.
                CLOSE CYCTL-FILE
                      CYRPT-FILE.
                MOVE WS-RETURN              TO  RETURN-CODE.
                STOP RUN.

       1000-READ-CONTROL-CARD.
                MOVE SPACES                 TO  WS-FUNCTION.
                MOVE SPACES                 TO  WS-OPERAND.
                OPEN INPUT CYPRM-FILE.
                IF WS-CYPRM-STATUS = '00'
                    READ CYPRM-FILE
                    IF WS-CYPRM-STATUS = '00'
                        MOVE CP-FUNCTION     TO  WS-FUNCTION
                        MOVE CP-OPERAND      TO  WS-OPERAND
                    END-IF
                    CLOSE CYPRM-FILE
                END-IF.

      *        THE FIRST EVER RUN FINDS NO CONTROL FILE AND CREATES IT
       1100-OPEN-CYCLE-FILE.
                OPEN I-O CYCTL-FILE.
                IF WS-CYCTL-STATUS = '35'
                    OPEN OUTPUT CYCTL-FILE
                    CLOSE CYCTL-FILE
                    OPEN I-O CYCTL-FILE
                END-IF.

       1200-READ-CYCLE-RECORD.
                MOVE 'N'                    TO  WS-CYCLE-FOUND.
                MOVE 0                      TO  WS-CYCLE-NO.
                MOVE 'CYCLE'                TO  CY-STEP.
                READ CYCTL-FILE.
                IF WS-CYCTL-STATUS = '00'
                    MOVE 'Y'                 TO  WS-CYCLE-FOUND
                    MOVE CY-CYCLE-NO         TO  WS-CYCLE-NO
                    MOVE CY-START-DATE       TO  WS-CYCLE-DATE
                    MOVE CY-START-TIME       TO  WS-CYCLE-TIME
                    MOVE CY-COUNT (1)        TO  WS-RESTARTS
                END-IF.

      **************************************************************
      *   OPENS TONIGHT'S CYCLE. AN UNFINISHED CYCLE IS RESTARTED   *
      *   AT ITS FIRST STEP NOT COMPLETE UNLESS THE CARD SAYS NEW - *
      *   A STEP RECORD LEFT FROM AN EARLIER CYCLE NUMBER COUNTS AS *
      *   NOT RUN, SO A NEW CYCLE NEEDS NO CLEAR-DOWN               *
      **************************************************************

       2000-BEGIN-CYCLE.
                MOVE 0                      TO  WS-RETURN.
                PERFORM 6100-FIND-RESUME-STEP.
                IF WS-CYCLE-FOUND = 'Y' AND WS-RESUME-IDX > 0
                        AND WS-OPERAND NOT = 'NEW'
                    PERFORM 2100-RESTART-CYCLE
                ELSE
                    IF WS-CYCLE-FOUND = 'Y' AND WS-RESUME-IDX > 0
                        MOVE SPACES          TO  L-MSG-TEXT
                        STRING 'CYCLE ' DELIMITED BY SIZE
                            WS-CYCLE-NO      DELIMITED BY SIZE
                            ' ABANDONED INCOMPLETE AT '
                                             DELIMITED BY SIZE
                            ST-STEP (WS-RESUME-IDX)
                                             DELIMITED BY SPACE
                            INTO L-MSG-TEXT
                        PERFORM 5000-PRINT-MESSAGE
                    END-IF
                    PERFORM 2200-OPEN-NEW-CYCLE
                END-IF.

       2100-RESTART-CYCLE.
                ADD 1                       TO  WS-RESTARTS.
                MOVE 'CYCLE'                TO  CY-STEP.
                READ CYCTL-FILE.
                MOVE WS-RUN-DATE            TO  CY-END-DATE.
                MOVE WS-RUN-TIME            TO  CY-END-TIME.
                MOVE WS-RESTARTS            TO  CY-COUNT (1).
                REWRITE CYCTL-REC.
                MOVE SPACES                 TO  L-MSG-TEXT.
                STRING 'CYCLE ' DELIMITED BY SIZE
                    WS-CYCLE-NO              DELIMITED BY SIZE
                    ' RESTARTED - RESUMES AT ' DELIMITED BY SIZE
                    ST-STEP (WS-RESUME-IDX)  DELIMITED BY SPACE
                    INTO L-MSG-TEXT.
                PERFORM 5000-PRINT-MESSAGE.

       2200-OPEN-NEW-CYCLE.
                ADD 1                       TO  WS-CYCLE-NO.
                MOVE 0                      TO  WS-RESTARTS.
                MOVE SPACES                 TO  CYCTL-REC.
                MOVE 'CYCLE'                TO  CY-STEP.
                MOVE WS-CYCLE-NO            TO  CY-CYCLE-NO.
                MOVE 'O'                    TO  CY-STATUS.
                MOVE WS-RUN-DATE            TO  CY-START-DATE.
                MOVE WS-RUN-TIME            TO  CY-START-TIME.
                MOVE 0                      TO  CY-END-DATE.
                MOVE 0                      TO  CY-END-TIME.
                MOVE 0                      TO  CY-COUNT (1).
                MOVE 0                      TO  CY-COUNT (2).
                MOVE 0                      TO  CY-COUNT (3).
                IF WS-CYCLE-FOUND = 'Y'
                    REWRITE CYCTL-REC
                ELSE
                    WRITE CYCTL-REC
                END-IF.
                MOVE SPACES                 TO  L-MSG-TEXT.
                STRING 'CYCLE ' DELIMITED BY SIZE
                    WS-CYCLE-NO              DELIMITED BY SIZE
                    ' OPENED ' DELIMITED BY SIZE
                    WS-RUN-DATE              DELIMITED BY SIZE
                    INTO L-MSG-TEXT.
                PERFORM 5000-PRINT-MESSAGE.

      **************************************************************
      *   THE GATE AHEAD OF ONE STREAM STEP - RELEASED ONLY WHEN    *
      *   EVERY PREREQUISITE COMPLETED IN THE OPEN CYCLE. A STEP    *
      *   ALREADY COMPLETE IN THIS CYCLE (A RESTART) IS BYPASSED    *
      **************************************************************

       3000-RELEASE-STEP.
                MOVE 16                     TO  WS-RETURN.
                MOVE 0                      TO  WS-STEP-IDX.
                PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                        UNTIL WS-ST-IDX > 6
                    IF ST-STEP (WS-ST-IDX) = WS-OPERAND
                        MOVE WS-ST-IDX       TO  WS-STEP-IDX
                    END-IF
                END-PERFORM.
                IF WS-STEP-IDX = 0
                    MOVE SPACES              TO  L-MSG-TEXT
                    STRING '** ' DELIMITED BY SIZE
                        WS-OPERAND           DELIMITED BY SPACE
                        ' IS NOT A STEP OF THE NIGHTLY STREAM - '
                                             DELIMITED BY SIZE
                        'NOT RELEASED **'    DELIMITED BY SIZE
                        INTO L-MSG-TEXT
                    PERFORM 5000-PRINT-MESSAGE
                    EXIT PARAGRAPH
                END-IF.
                IF WS-CYCLE-FOUND NOT = 'Y'
                    MOVE '** NO CYCLE OPEN - RUN BEGIN FIRST **'
                        TO  L-MSG-TEXT
                    PERFORM 5000-PRINT-MESSAGE
                    EXIT PARAGRAPH
                END-IF.
                MOVE WS-STEP-IDX            TO  WS-ST-IDX.
                PERFORM 6000-GET-STEP-STATE.
                IF WS-STEP-STATE = 'C'
                    MOVE 4                   TO  WS-RETURN
                    MOVE SPACES              TO  L-MSG-TEXT
                    STRING WS-OPERAND        DELIMITED BY SPACE
                        ' ALREADY COMPLETE IN CYCLE '
                                             DELIMITED BY SIZE
                        WS-CYCLE-NO          DELIMITED BY SIZE
                        ' - BYPASSED'        DELIMITED BY SIZE
                        INTO L-MSG-TEXT
                    PERFORM 5000-PRINT-MESSAGE
                    EXIT PARAGRAPH
                END-IF.
                MOVE 'Y'                    TO  WS-GATE-OK.
                PERFORM 3100-CHECK-ONE-PREREQ
                    VARYING WS-PQ-IDX FROM 1 BY 1
                    UNTIL WS-PQ-IDX > 3.
                IF WS-GATE-OK = 'Y'
                    MOVE 0                   TO  WS-RETURN
                    MOVE SPACES              TO  L-MSG-TEXT
                    STRING WS-OPERAND        DELIMITED BY SPACE
                        ' RELEASED IN CYCLE ' DELIMITED BY SIZE
                        WS-CYCLE-NO          DELIMITED BY SIZE
                        INTO L-MSG-TEXT
                    PERFORM 5000-PRINT-MESSAGE
                ELSE
                    MOVE SPACES              TO  L-MSG-TEXT
                    STRING '** ' DELIMITED BY SIZE
                        WS-OPERAND           DELIMITED BY SPACE
                        ' NOT RELEASED - STREAM HELD **'
                                             DELIMITED BY SIZE
                        INTO L-MSG-TEXT
                    PERFORM 5000-PRINT-MESSAGE
                END-IF.

       3100-CHECK-ONE-PREREQ.
                MOVE ST-PREREQ (WS-STEP-IDX, WS-PQ-IDX)
                    TO  WS-PREREQ-IDX.
                IF WS-PREREQ-IDX > 0
                    MOVE WS-PREREQ-IDX       TO  WS-ST-IDX
                    PERFORM 6000-GET-STEP-STATE
                    IF WS-STEP-STATE NOT = 'C'
                        MOVE 'N'             TO  WS-GATE-OK
                        EVALUATE WS-STEP-STATE
                            WHEN 'F'
                                MOVE SPACES  TO  WS-STATE-TEXT
                                STRING 'FAILED: ' DELIMITED BY SIZE
                                    CY-REASON DELIMITED BY SIZE
                                    INTO WS-STATE-TEXT
                            WHEN 'R'
                                MOVE 'DID NOT FINISH'
                                    TO  WS-STATE-TEXT
                            WHEN OTHER
                                MOVE 'HAS NOT RUN THIS CYCLE'
                                    TO  WS-STATE-TEXT
                        END-EVALUATE
                        MOVE SPACES          TO  L-MSG-TEXT
                        STRING 'PREREQUISITE ' DELIMITED BY SIZE
                            ST-STEP (WS-PREREQ-IDX)
                                             DELIMITED BY SPACE
                            ' '              DELIMITED BY SIZE
                            WS-STATE-TEXT    DELIMITED BY SIZE
                            INTO L-MSG-TEXT
                        PERFORM 5000-PRINT-MESSAGE
                    END-IF
                END-IF.

      **************************************************************
      *   THE MORNING CYCLE REPORT - EVERY STEP OF THE OPEN CYCLE   *
      *   WITH ITS STATUS, TIMES, AND COUNTS, AND A CLOSING LINE    *
      *   SAYING WHETHER LAST NIGHT IS USABLE                       *
      **************************************************************

       4000-CYCLE-REPORT.
                MOVE 0                      TO  WS-RETURN.
                IF WS-CYCLE-FOUND NOT = 'Y'
                    MOVE 'NO CYCLE HAS BEEN OPENED' TO L-MSG-TEXT
                    PERFORM 5000-PRINT-MESSAGE
                    EXIT PARAGRAPH
                END-IF.
                MOVE WS-CYCLE-NO            TO  L-HD-CYCLE.
                MOVE WS-CYCLE-DATE          TO  L-HD-DATE.
                MOVE WS-CYCLE-TIME (1:6)    TO  L-HD-TIME.
                MOVE WS-RESTARTS            TO  L-HD-RESTARTS.
                WRITE CYRPT-REC FROM CYRPT-HEADING2
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES TO CYRPT-REC.
                WRITE CYRPT-REC
                      AFTER ADVANCING 1 LINE.
                WRITE CYRPT-REC FROM CYRPT-HEADING3
                      AFTER ADVANCING 1 LINE.
                PERFORM 4100-REPORT-ONE-STEP
                    VARYING WS-STEP-IDX FROM 1 BY 1
                    UNTIL WS-STEP-IDX > 6.
                PERFORM 6100-FIND-RESUME-STEP.
                IF WS-RESUME-IDX = 0
                    MOVE 'CYCLE COMPLETE - LAST NIGHT IS USABLE'
                        TO  L-MSG-TEXT
                ELSE
                    MOVE SPACES              TO  L-MSG-TEXT
                    STRING '** CYCLE INCOMPLETE - RESTART RESUMES AT '
                                             DELIMITED BY SIZE
                        ST-STEP (WS-RESUME-IDX)
                                             DELIMITED BY SPACE
                        ' **'                DELIMITED BY SIZE
                        INTO L-MSG-TEXT
                END-IF.
                MOVE SPACES TO CYRPT-REC.
                WRITE CYRPT-REC
                      AFTER ADVANCING 1 LINE.
                PERFORM 5000-PRINT-MESSAGE.

       4100-REPORT-ONE-STEP.
                MOVE WS-STEP-IDX            TO  WS-ST-IDX.
                PERFORM 6000-GET-STEP-STATE.
                MOVE SPACES                 TO  CYRPT-STEP1.
                MOVE ST-STEP (WS-STEP-IDX)  TO  L-ST-STEP.
                EVALUATE WS-STEP-STATE
                    WHEN 'C'
                        MOVE 'COMPLETE'      TO  L-ST-STATUS
                    WHEN 'F'
                        MOVE '** FAILED **'  TO  L-ST-STATUS
                        MOVE CY-REASON       TO  L-ST-REASON
                    WHEN 'R'
                        MOVE '** DID NOT FINISH **' TO L-ST-STATUS
                    WHEN OTHER
                        MOVE 'NOT RUN'       TO  L-ST-STATUS
                END-EVALUATE.
                IF WS-STEP-STATE NOT = 'N'
                    MOVE CY-START-DATE       TO  L-ST-START-DATE
                    MOVE CY-START-TIME (1:6) TO  L-ST-START-TIME
                    IF WS-STEP-STATE NOT = 'R'
                        MOVE CY-END-DATE     TO  L-ST-END-DATE
                        MOVE CY-END-TIME (1:6) TO L-ST-END-TIME
                    END-IF
                END-IF.
                WRITE CYRPT-REC FROM CYRPT-STEP1
                      AFTER ADVANCING 1 LINE.
                IF WS-STEP-STATE = 'C' OR WS-STEP-STATE = 'F'
                    MOVE SPACES              TO  CYRPT-COUNT1
                    PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                            UNTIL WS-CT-IDX > 3
                        MOVE ST-CAPTION (WS-STEP-IDX, WS-CT-IDX)
                            TO  L-CT-CAPTION (WS-CT-IDX)
                        MOVE CY-COUNT (WS-CT-IDX)
                            TO  L-CT-COUNT (WS-CT-IDX)
                    END-PERFORM
                    WRITE CYRPT-REC FROM CYRPT-COUNT1
                          AFTER ADVANCING 1 LINE
                END-IF.

       5000-PRINT-MESSAGE.
                WRITE CYRPT-REC FROM CYRPT-MSG1
                      AFTER ADVANCING 1 LINE.

      **************************************************************
      *   READS THE STEP AT WS-ST-IDX AND SETS WS-STEP-STATE FOR    *
      *   THE OPEN CYCLE - A RECORD FROM AN EARLIER CYCLE, OR NONE  *
      *   AT ALL, IS NOT RUN                                        *
      **************************************************************

       6000-GET-STEP-STATE.
                MOVE 'N'                    TO  WS-STEP-STATE.
                MOVE ST-STEP (WS-ST-IDX)    TO  CY-STEP.
                READ CYCTL-FILE.
                IF WS-CYCTL-STATUS = '00'
                        AND CY-CYCLE-NO = WS-CYCLE-NO
                    MOVE CY-STATUS           TO  WS-STEP-STATE
                END-IF.

       6100-FIND-RESUME-STEP.
                MOVE 0                      TO  WS-RESUME-IDX.
                PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                        UNTIL WS-ST-IDX > 6
                    IF WS-RESUME-IDX = 0
                        PERFORM 6000-GET-STEP-STATE
                        IF WS-STEP-STATE NOT = 'C'
                            MOVE WS-ST-IDX   TO  WS-RESUME-IDX
                        END-IF
                    END-IF
                END-PERFORM.
