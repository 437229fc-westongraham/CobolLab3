       AUTHOR. Weston Graham.
      *  ROSTER DELTA REPORT FOR THE ALUMNI ASSOCIATION.
      *  MATCHES THE CURRENT ALUMNI EXTRACT (DA-EXTR) AGAINST THE
      *  PREVIOUS GENERATION LAB3 SAVES (DA-EXTRP), BY STUDENT ID
      *  AND DEGREE - THE EXTRACT CARRIES ONE LINE PER AWARD, SO A
      *  GRADUATE WITH SEVERAL DEGREES HAS SEVERAL LINES. AN AWARD
      *  LEFT UNMATCHED ON BOTH SIDES FOR THE SAME STUDENT ID IS
      *  THEN PAIRED AS A DEGREE CHANGE. REPORTS WHO WAS ADDED, WHO
      *  WAS DROPPED, AND WHOSE NAME, DEGREE, OR YEAR CHANGED (OLD
      *  AND NEW SHOWN), WITH
      *  COUNTS OF EACH. THE SAME DELTAS GO OUT AS A SMALL CHANGE
      *  FILE (DA-DELTA) SO THE ALUMNI SYSTEM CAN LOAD JUST THE
      *  CHANGES INSTEAD OF THE FULL EXTRACT. A GRADUATE UNDER
      *  FERPA HOLD ON GRADMAST IS NEVER NAMED ON EITHER OUTPUT -
      *  THE DELTA IS DROPPED AND ONLY COUNTED. WITHOUT GRADMAST
      *  THE HOLDS CANNOT BE SEEN, SO NO DELTA IS WRITTEN AND THE
      *  RUN IS POSTED AS FAILED TO THE NIGHTLY CYCLE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
            SELECT EXTR-FILE    ASSIGN TO 'DA-EXTR'
                                 FILE STATUS IS WS-EXTR-STATUS.
            SELECT DELTA-FILE   ASSIGN TO 'DA-DELTA'.
            SELECT GRADMAST     ASSIGN TO 'DA-GRADM'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS MAST-STUDENT-ID
                                 ALTERNATE RECORD KEY IS MAST-NAME
                                     WITH DUPLICATES
                                 FILE STATUS IS WS-MAST-STATUS.
            SELECT PRVWK-FILE   ASSIGN TO 'DA-DLPWK'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS PW-SEQ
                                 ALTERNATE RECORD KEY IS PW-MATCH-KEY
                                     WITH DUPLICATES
                                 ALTERNATE RECORD KEY IS PW-ID
                                     WITH DUPLICATES
                                 FILE STATUS IS WS-PRVWK-STATUS.
            SELECT CURWK-FILE   ASSIGN TO 'DA-DLCWK'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS CW-SEQ
                                 FILE STATUS IS WS-CURWK-STATUS.
            SELECT DLRPT-FILE   ASSIGN TO 'UR-DLRPT'.
            SELECT CYCTL-FILE   ASSIGN TO 'DA-CYCTL'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS CY-STEP
                                 FILE STATUS IS WS-CYCTL-STATUS.


       DATA DIVISION.
       FD  DLRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  DLRPT-REC                  PIC X(125).


      **************************************************************
      *  PREVIOUS-GENERATION WORK FILE - ONE RECORD PER EXTRACT    *
      *  LINE, NUMBERED IN FILE ORDER. PW-MATCH-KEY FINDS AN AWARD *
      *  BY ID AND DEGREE, PW-ID BY ID ALONE; DUPLICATES COME BACK *
      *  IN FILE ORDER. REBUILT EACH RUN                           *
      **************************************************************
       FD  PRVWK-FILE.
       01  PRVWK-REC.
                03  PW-SEQ                 PIC 9(7).
                03  PW-MATCH-KEY.
                    05  PW-ID              PIC X(9).
                    05  PW-DEGREE          PIC X(4).
                03  FILLER                 PIC X(25).


      **************************************************************
      *  CURRENT-GENERATION WORK FILE - ONE RECORD PER EXTRACT     *
      *  LINE, NUMBERED IN FILE ORDER. REBUILT EACH RUN            *
      **************************************************************
       FD  CURWK-FILE.
       01  CURWK-REC.
                03  CW-SEQ                 PIC 9(7).
                03  FILLER                 PIC X(44).


      **************************************************************
      *  GRADUATE MASTER FILE - SAME DEFINITION AS LAB3MAINT.       *
      *  READ ONLY FOR THE FERPA HOLD FLAG                          *
      **************************************************************
       FD  GRADMAST.
       01  GRADUATE-MASTER-REC.
                03  MAST-NAME              PIC X(20).
                03  MAST-DEGREE            PIC X(4).
                03  MAST-YEAR              PIC X(4).
                03  MAST-STUDENT-ID        PIC X(9).
                03  FILLER                 PIC X(21).
                03  MAST-FERPA-HOLD        PIC X(1).
                03  FILLER                 PIC X(21).
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
                03  PD-DEGREE              PIC X(4).
                03  PD-YEAR                PIC X(4).
      **************************************************************
      *   ONE RECORD FROM EACH GENERATION'S WORK FILE, FOR         *
      *   MATCHING BY STUDENT ID AND DEGREE - WS-CU-PAIR HOLDS THE  *
      *   SEQUENCE NUMBER OF THE PREVIOUS RECORD A CURRENT ONE WAS  *
      *   PAIRED WITH, 0 IF NONE                                    *
      **************************************************************
       01  PREV-ENTRY.
                03  WS-PV-SEQ              PIC 9(7).
                03  WS-PV-ID               PIC X(9).
                03  WS-PV-DEGREE           PIC X(4).
                03  WS-PV-NAME             PIC X(20).
                03  WS-PV-YEAR             PIC X(4).
                03  WS-PV-MATCHED          PIC X.
       01  CURR-ENTRY.
                03  WS-CU-SEQ              PIC 9(7).
                03  WS-CU-ID               PIC X(9).
                03  WS-CU-DEGREE           PIC X(4).
                03  WS-CU-NAME             PIC X(20).
                03  WS-CU-YEAR             PIC X(4).
                03  WS-CU-PAIR             PIC 9(7).
      **************************************************************
      *    LAYOUT FOR THE HEADING LINES OF THE DELTA REPORT         *
      **************************************************************
                03  WS-DROP-COUNT          PIC 9(4)      VALUE 0.
                03  WS-CHANGE-COUNT        PIC 9(4)      VALUE 0.
                03  WS-SAME-COUNT          PIC 9(4)      VALUE 0.
                03  WS-PRVWK-STATUS        PIC XX        VALUE SPACES.
                03  WS-CURWK-STATUS        PIC XX        VALUE SPACES.
                03  WS-PV-CT               PIC 9(7)      VALUE 0.
                03  WS-CU-CT               PIC 9(7)      VALUE 0.
                03  WS-PV-FOUND            PIC 9(7)      VALUE 0.
                03  WS-KEY-DONE            PIC X         VALUE 'N'.
                03  WS-PV-SKIP-COUNT       PIC 9(4)      VALUE 0.
                03  WS-CU-SKIP-COUNT       PIC 9(4)      VALUE 0.
      **************************************************************
      *     FERPA HOLD LOOKUP FIELDS - WS-MAST-AVAIL IS 'N' WHEN    *
      *     GRADMAST CANNOT BE OPENED. THE HOLDS CANNOT BE SEEN     *
      *     THEN, SO NO DELTA IS WRITTEN AT ALL                     *
      **************************************************************
                03  WS-MAST-STATUS         PIC XX        VALUE SPACES.
                03  WS-MAST-AVAIL          PIC X         VALUE 'N'.
                03  WS-HOLD-ID             PIC X(9)      VALUE SPACES.
                03  WS-HOLD-SW             PIC X         VALUE 'N'.
                03  WS-FERPA-COUNT         PIC 9(4)      VALUE 0.
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
                OPEN OUTPUT DLRPT-FILE.
                OPEN OUTPUT DELTA-FILE.
                OPEN INPUT GRADMAST.
                IF WS-MAST-STATUS = '00'
                    MOVE 'Y'                 TO  WS-MAST-AVAIL
                END-IF.
                WRITE DLRPT-REC FROM DLRPT-HEADING1
                      AFTER ADVANCING PAGE.
                MOVE SPACES TO DLRPT-REC.
                WRITE DLRPT-REC
                      AFTER ADVANCING 1 LINE.
                IF WS-MAST-AVAIL = 'Y'
                    PERFORM 1100-LOAD-PREV-EXTRACT
                    PERFORM 1200-LOAD-CURR-EXTRACT
                    OPEN I-O PRVWK-FILE
                             CURWK-FILE
                    PERFORM 3000-MATCH-GENERATIONS
                    PERFORM 4000-LIST-DROPPED
                    CLOSE PRVWK-FILE
                          CURWK-FILE
                ELSE
                    MOVE 'GRADMAST NOT OPEN - NO DELTA WRITTEN'
                        TO  L-SECT-TEXT
                    WRITE DLRPT-REC FROM DLRPT-SECTION1
                          AFTER ADVANCING 1 LINE
                END-IF.
                PERFORM 5000-PRINT-COUNTS.
                CLOSE DLRPT-FILE
                      DELTA-FILE.
                IF WS-MAST-AVAIL = 'Y'
                    CLOSE GRADMAST
                END-IF.
                PERFORM 9050-POST-CYCLE-END.
                STOP RUN.

      **************************************************************
      *   LOADS THE PREVIOUS GENERATION - A MISSING DA-EXTRP        *
      *   (FIRST EVER RUN) JUST MEANS EVERY CURRENT GRADUATE        *
      *   REPORTS AS ADDED. A RECORD THE WORK FILE WILL NOT TAKE    *
      *   NEVER ENTERS THE COMPARE AND IS COUNTED AS SUCH           *
      **************************************************************

       1100-LOAD-PREV-EXTRACT.
                OPEN OUTPUT PRVWK-FILE.
                OPEN INPUT EXTRP-FILE.
                IF WS-EXTRP-STATUS = '00'
                    PERFORM UNTIL EOF-V = 1
                            AT END MOVE 1 TO EOF-V
                        END-READ
                        IF EOF-V NOT = 1
                            MOVE EXTRP-REC TO EXTR-REC
                            PERFORM 2100-PARSE-EXTRACT-REC
                            ADD 1 TO WS-PV-CT
                            MOVE WS-PV-CT      TO WS-PV-SEQ
                            MOVE PD-STUDENT-ID TO WS-PV-ID
                            MOVE PD-NAME       TO WS-PV-NAME
                            MOVE PD-DEGREE     TO WS-PV-DEGREE
                            MOVE PD-YEAR       TO WS-PV-YEAR
                            MOVE 'N'           TO WS-PV-MATCHED
                            WRITE PRVWK-REC FROM PREV-ENTRY
                            IF WS-PRVWK-STATUS NOT = '00'
                                    AND WS-PRVWK-STATUS NOT = '02'
                                SUBTRACT 1 FROM WS-PV-CT
                                ADD 1 TO WS-PV-SKIP-COUNT
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE EXTRP-FILE
                END-IF.
                CLOSE PRVWK-FILE.

       1200-LOAD-CURR-EXTRACT.
                OPEN OUTPUT CURWK-FILE.
                OPEN INPUT EXTR-FILE.
                IF WS-EXTR-STATUS = '00'
                    PERFORM UNTIL EOF-C = 1
                            AT END MOVE 1 TO EOF-C
                        END-READ
                        IF EOF-C NOT = 1
                            PERFORM 2100-PARSE-EXTRACT-REC
                            ADD 1 TO WS-CU-CT
                            MOVE WS-CU-CT      TO WS-CU-SEQ
                            MOVE PD-STUDENT-ID TO WS-CU-ID
                            MOVE PD-NAME       TO WS-CU-NAME
                            MOVE PD-DEGREE     TO WS-CU-DEGREE
                            MOVE PD-YEAR       TO WS-CU-YEAR
                            MOVE 0             TO WS-CU-PAIR
                            WRITE CURWK-REC FROM CURR-ENTRY
                            IF WS-CURWK-STATUS NOT = '00'
                                SUBTRACT 1 FROM WS-CU-CT
                                ADD 1 TO WS-CU-SKIP-COUNT
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE EXTR-FILE
                END-IF.
                CLOSE CURWK-FILE.

      **************************************************************
      *   SPLITS ONE COMMA-DELIMITED EXTRACT RECORD (IN EXTR-REC)   *
                         PD-YEAR.

      **************************************************************
      *   WALKS THE CURRENT GENERATION - EACH AWARD IS EITHER      *
      *   NEW, UNCHANGED, OR CHANGED AGAINST THE PREVIOUS ONE.     *
      *   SAME ID AND DEGREE PAIR UP FIRST; WHAT IS LEFT PAIRS BY  *
      *   ID ALONE. PREVIOUS ENTRIES TOUCHED HERE ARE MARKED SO    *
      *   THE DROPPED PASS ONLY SEES THE LEFTOVERS                 *
      **************************************************************

       3000-MATCH-GENERATIONS.
                MOVE 0                      TO  CW-SEQ.
                START CURWK-FILE
                    KEY IS NOT LESS THAN CW-SEQ.
                PERFORM UNTIL WS-CURWK-STATUS NOT = '00'
                    READ CURWK-FILE NEXT RECORD INTO CURR-ENTRY
                    IF WS-CURWK-STATUS = '00'
                        PERFORM 3050-PAIR-ONE-CURR
                    END-IF
                END-PERFORM.
                MOVE 'ADDED SINCE LAST EXTRACT' TO L-SECT-TEXT.
                WRITE DLRPT-REC FROM DLRPT-SECTION1
                      AFTER ADVANCING 1 LINE.
                MOVE 0                      TO  CW-SEQ.
                START CURWK-FILE
                    KEY IS NOT LESS THAN CW-SEQ.
                PERFORM UNTIL WS-CURWK-STATUS NOT = '00'
                    READ CURWK-FILE NEXT RECORD INTO CURR-ENTRY
                    IF WS-CURWK-STATUS = '00'
                        PERFORM 3100-MATCH-ONE-CURR
                    END-IF
                END-PERFORM.
                MOVE SPACES TO DLRPT-REC.
                WRITE DLRPT-REC
                      AFTER ADVANCING 1 LINE.
                    TO L-SECT-TEXT.
                WRITE DLRPT-REC FROM DLRPT-SECTION1
                      AFTER ADVANCING 1 LINE.
                MOVE 0                      TO  CW-SEQ.
                START CURWK-FILE
                    KEY IS NOT LESS THAN CW-SEQ.
                PERFORM UNTIL WS-CURWK-STATUS NOT = '00'
                    READ CURWK-FILE NEXT RECORD INTO CURR-ENTRY
                    IF WS-CURWK-STATUS = '00'
                        PERFORM 3500-REPORT-ONE-CHANGE
                    END-IF
                END-PERFORM.

       3050-PAIR-ONE-CURR.
                PERFORM 3200-FIND-IN-PREV.
                IF WS-PV-FOUND > 0
                    PERFORM 3300-MARK-PAIRED
                END-IF.

       3100-MATCH-ONE-CURR.
                IF WS-CU-PAIR > 0
                    EXIT PARAGRAPH
                END-IF.
                PERFORM 3250-FIND-ID-IN-PREV.
                IF WS-PV-FOUND = 0
                    MOVE WS-CU-ID            TO  WS-HOLD-ID
                    PERFORM 3800-CHECK-FERPA-HOLD
                END-IF.
                IF WS-PV-FOUND = 0 AND WS-HOLD-SW = 'Y'
                    ADD 1                    TO  WS-FERPA-COUNT
                    EXIT PARAGRAPH
                END-IF.
                IF WS-PV-FOUND = 0
                    ADD 1                    TO  WS-ADD-COUNT
                    MOVE SPACES              TO  DLRPT-DATA1
                    MOVE WS-CU-ID            TO  L-DL-ID
                    MOVE WS-CU-NAME          TO  L-DL-NAME
                    STRING WS-CU-DEGREE      DELIMITED BY SIZE
                        ' '                  DELIMITED BY SIZE
                        WS-CU-YEAR           DELIMITED BY SIZE
                        INTO L-DL-DETAIL
                    WRITE DLRPT-REC FROM DLRPT-DATA1
                          AFTER ADVANCING 1 LINE
                    PERFORM 6100-WRITE-ADD-DELTA
                ELSE
                    PERFORM 3300-MARK-PAIRED
                END-IF.

      *        THE FIRST STILL-UNPAIRED PREVIOUS AWARD WITH THE SAME
      *        STUDENT ID AND DEGREE, LEFT IN PREV-ENTRY
       3200-FIND-IN-PREV.
                MOVE 0 TO WS-PV-FOUND.
                MOVE WS-CU-ID               TO  PW-ID.
                MOVE WS-CU-DEGREE           TO  PW-DEGREE.
                MOVE 'N'                    TO  WS-KEY-DONE.
                START PRVWK-FILE
                    KEY IS EQUAL TO PW-MATCH-KEY.
                IF WS-PRVWK-STATUS NOT = '00'
                    MOVE 'Y'                 TO  WS-KEY-DONE
                END-IF.
                PERFORM UNTIL WS-KEY-DONE = 'Y'
                    READ PRVWK-FILE NEXT RECORD INTO PREV-ENTRY
                    IF (WS-PRVWK-STATUS = '00'
                            OR WS-PRVWK-STATUS = '02')
                        AND WS-PV-ID = WS-CU-ID
                        AND WS-PV-DEGREE = WS-CU-DEGREE
                        IF WS-PV-MATCHED = 'N'
                            MOVE WS-PV-SEQ   TO  WS-PV-FOUND
                            MOVE 'Y'         TO  WS-KEY-DONE
                        END-IF
                    ELSE
                        MOVE 'Y'             TO  WS-KEY-DONE
                    END-IF
                END-PERFORM.

      *        AN AWARD WITH NO SAME-DEGREE PARTNER TAKES THE FIRST
      *        STILL-UNPAIRED PREVIOUS AWARD FOR THE SAME STUDENT ID
      *        - A RECODED OR CORRECTED DEGREE
       3250-FIND-ID-IN-PREV.
                MOVE 0 TO WS-PV-FOUND.
                MOVE WS-CU-ID               TO  PW-ID.
                MOVE 'N'                    TO  WS-KEY-DONE.
                START PRVWK-FILE
                    KEY IS EQUAL TO PW-ID.
                IF WS-PRVWK-STATUS NOT = '00'
                    MOVE 'Y'                 TO  WS-KEY-DONE
                END-IF.
                PERFORM UNTIL WS-KEY-DONE = 'Y'
                    READ PRVWK-FILE NEXT RECORD INTO PREV-ENTRY
                    IF (WS-PRVWK-STATUS = '00'
                            OR WS-PRVWK-STATUS = '02')
                        AND WS-PV-ID = WS-CU-ID
                        IF WS-PV-MATCHED = 'N'
                            MOVE WS-PV-SEQ   TO  WS-PV-FOUND
                            MOVE 'Y'         TO  WS-KEY-DONE
                        END-IF
                    ELSE
                        MOVE 'Y'             TO  WS-KEY-DONE
                    END-IF
                END-PERFORM.

      *        PAIRS THE CURRENT RECORD WITH THE PREVIOUS ONE LEFT IN
      *        PREV-ENTRY, AND MARKS THAT ONE SO NOTHING ELSE TAKES IT
       3300-MARK-PAIRED.
                MOVE WS-PV-FOUND            TO  WS-CU-PAIR.
                REWRITE CURWK-REC FROM CURR-ENTRY.
                MOVE 'Y'                    TO  WS-PV-MATCHED.
                REWRITE PRVWK-REC FROM PREV-ENTRY.

      **************************************************************
      *   SECOND WALK OF THE CURRENT GENERATION - REPORTS THE      *
      *   GRADUATES PRESENT IN BOTH FILES WHOSE FIELDS DIFFER,     *
      **************************************************************

       3500-REPORT-ONE-CHANGE.
                MOVE WS-CU-PAIR             TO  WS-PV-FOUND.
                IF WS-PV-FOUND > 0
                    MOVE WS-PV-FOUND         TO  PW-SEQ
                    READ PRVWK-FILE INTO PREV-ENTRY
                        KEY IS PW-SEQ
                    IF WS-PV-NAME NOT = WS-CU-NAME
                        OR WS-PV-DEGREE NOT = WS-CU-DEGREE
                        OR WS-PV-YEAR NOT = WS-CU-YEAR
                        MOVE WS-CU-ID        TO  WS-HOLD-ID
                        PERFORM 3800-CHECK-FERPA-HOLD
                        IF WS-HOLD-SW = 'Y'
                            ADD 1            TO  WS-FERPA-COUNT
                        ELSE
                            ADD 1            TO  WS-CHANGE-COUNT
                            PERFORM 3600-PRINT-CHANGE-LINE
                            PERFORM 6300-WRITE-CHANGE-DELTA
                        END-IF
                    ELSE
                        ADD 1                TO  WS-SAME-COUNT
                    END-IF
                END-IF.

       3600-PRINT-CHANGE-LINE.
                IF WS-PV-DEGREE NOT = WS-CU-DEGREE
                    OR WS-PV-YEAR NOT = WS-CU-YEAR
                    MOVE SPACES              TO  DLRPT-DATA1
                    MOVE WS-CU-ID            TO  L-DL-ID
                    MOVE WS-CU-NAME          TO  L-DL-NAME
                    STRING 'WAS ' DELIMITED BY SIZE
                        WS-PV-DEGREE         DELIMITED BY SIZE
                        ' '                  DELIMITED BY SIZE
                        WS-PV-YEAR           DELIMITED BY SIZE
                        ' NOW ' DELIMITED BY SIZE
                        WS-CU-DEGREE         DELIMITED BY SIZE
                        ' '                  DELIMITED BY SIZE
                        WS-CU-YEAR           DELIMITED BY SIZE
                        INTO L-DL-DETAIL
                    WRITE DLRPT-REC FROM DLRPT-DATA1
                          AFTER ADVANCING 1 LINE
      *        A RENAME GETS ITS OWN LINE - NEW NAME IN THE NAME
      *        COLUMN, OLD NAME IN THE DETAIL - SO THE REGISTRAR
      *        SEES BOTH SIDES OF WHAT THE CORRECTION DID
                IF WS-PV-NAME NOT = WS-CU-NAME
                    MOVE SPACES              TO  DLRPT-DATA1
                    MOVE WS-CU-ID            TO  L-DL-ID
                    MOVE WS-CU-NAME          TO  L-DL-NAME
                    STRING 'NAME WAS ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-PV-NAME)
                                             DELIMITED BY SIZE
                        INTO L-DL-DETAIL
                    WRITE DLRPT-REC FROM DLRPT-DATA1
                          AFTER ADVANCING 1 LINE
                END-IF.

      **************************************************************
      *   LOOKS WS-HOLD-ID UP ON GRADMAST - WS-HOLD-SW COMES BACK  *
      *   'Y' ONLY FOR A GRADUATE ON FILE WITH A FERPA HOLD         *
      **************************************************************

       3800-CHECK-FERPA-HOLD.
                MOVE 'N'                    TO  WS-HOLD-SW.
                IF WS-MAST-AVAIL = 'Y'
                    MOVE WS-HOLD-ID          TO  MAST-STUDENT-ID
                    READ GRADMAST
                    IF WS-MAST-STATUS = '00'
                            AND MAST-FERPA-HOLD = 'Y'
                        MOVE 'Y'             TO  WS-HOLD-SW
                    END-IF
                END-IF.

      **************************************************************
      *   LISTS THE PREVIOUS-GENERATION GRADUATES NO CURRENT       *
      *   RECORD CLAIMED - THE ONES DROPPED SINCE THE LAST FILE    *
                MOVE 'DROPPED SINCE LAST EXTRACT' TO L-SECT-TEXT.
                WRITE DLRPT-REC FROM DLRPT-SECTION1
                      AFTER ADVANCING 1 LINE.
                MOVE 0                      TO  PW-SEQ.
                START PRVWK-FILE
                    KEY IS NOT LESS THAN PW-SEQ.
                PERFORM UNTIL WS-PRVWK-STATUS NOT = '00'
                    READ PRVWK-FILE NEXT RECORD INTO PREV-ENTRY
                    IF WS-PRVWK-STATUS = '00'
                        PERFORM 4100-CHECK-ONE-PREV
                    END-IF
                END-PERFORM.

       4100-CHECK-ONE-PREV.
                IF WS-PV-MATCHED = 'N'
                    MOVE WS-PV-ID            TO  WS-HOLD-ID
                    PERFORM 3800-CHECK-FERPA-HOLD
                    IF WS-HOLD-SW = 'Y'
                        ADD 1                TO  WS-FERPA-COUNT
                        EXIT PARAGRAPH
                    END-IF
                    ADD 1                    TO  WS-DROP-COUNT
                    MOVE SPACES              TO  DLRPT-DATA1
                    MOVE WS-PV-ID            TO  L-DL-ID
                    MOVE WS-PV-NAME          TO  L-DL-NAME
                    STRING WS-PV-DEGREE      DELIMITED BY SIZE
                        ' '                  DELIMITED BY SIZE
                        WS-PV-YEAR           DELIMITED BY SIZE
                        INTO L-DL-DETAIL
                    WRITE DLRPT-REC FROM DLRPT-DATA1
                          AFTER ADVANCING 1 LINE
                MOVE WS-SAME-COUNT          TO  L-CNT-COUNT.
                WRITE DLRPT-REC FROM DLRPT-COUNT1
                      AFTER ADVANCING 1 LINE.
                MOVE 'FERPA HOLDS SUPPRESSED:' TO L-CNT-TEXT.
                MOVE WS-FERPA-COUNT         TO  L-CNT-COUNT.
                WRITE DLRPT-REC FROM DLRPT-COUNT1
                      AFTER ADVANCING 1 LINE.
      *        RECORDS THE WORK FILES REFUSED NEVER ENTERED THE
      *        COMPARE - REPORTED SO A TRUNCATED DELTA CANNOT PASS
      *        FOR A COMPLETE ONE
                MOVE 'PREV RECS NOT COMPARED:' TO L-CNT-TEXT.
       6100-WRITE-ADD-DELTA.
                MOVE SPACES                 TO  DELTA-REC.
                STRING 'A,' DELIMITED BY SIZE
                    WS-CU-ID                 DELIMITED BY SIZE
                    ','                      DELIMITED BY SIZE
                    FUNCTION TRIM(WS-CU-NAME)
                                             DELIMITED BY SIZE
                    ','                      DELIMITED BY SIZE
                    FUNCTION TRIM(WS-CU-DEGREE)
                                             DELIMITED BY SIZE
                    ','                      DELIMITED BY SIZE
                    WS-CU-YEAR               DELIMITED BY SIZE
                    INTO DELTA-REC.
                WRITE DELTA-REC.

       6200-WRITE-DROP-DELTA.
                MOVE SPACES                 TO  DELTA-REC.
                STRING 'D,' DELIMITED BY SIZE
                    WS-PV-ID                 DELIMITED BY SIZE
                    ','                      DELIMITED BY SIZE
                    FUNCTION TRIM(WS-PV-NAME)
                                             DELIMITED BY SIZE
                    ','                      DELIMITED BY SIZE
                    FUNCTION TRIM(WS-PV-DEGREE)
                                             DELIMITED BY SIZE
                    ','                      DELIMITED BY SIZE
                    WS-PV-YEAR               DELIMITED BY SIZE
                    INTO DELTA-REC.
                WRITE DELTA-REC.

       6300-WRITE-CHANGE-DELTA.
                MOVE SPACES                 TO  DELTA-REC.
                STRING 'C,' DELIMITED BY SIZE
                    WS-CU-ID                 DELIMITED BY SIZE
                    ','                      DELIMITED BY SIZE
                    FUNCTION TRIM(WS-CU-NAME)
                                             DELIMITED BY SIZE
                    ','                      DELIMITED BY SIZE
                    FUNCTION TRIM(WS-CU-DEGREE)
                                             DELIMITED BY SIZE
                    ','                      DELIMITED BY SIZE
                    WS-CU-YEAR               DELIMITED BY SIZE
                    ','                      DELIMITED BY SIZE
                    FUNCTION TRIM(WS-PV-DEGREE)
                                             DELIMITED BY SIZE
                    ','                      DELIMITED BY SIZE
                    WS-PV-YEAR                DELIMITED BY SIZE
                    INTO DELTA-REC.
                WRITE DELTA-REC.

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

      *        A DELTA THAT LEFT RECORDS OUT OF THE COMPARE, OR THAT
      *        COULD NOT BE BUILT FOR WANT OF THE HOLDS ON GRADMAST,
      *        IS NOT ONE THE ALUMNI SYSTEM SHOULD LOAD
       9050-POST-CYCLE-END.
                MOVE WS-ADD-COUNT           TO  WS-CY-COUNT-1.
                MOVE WS-DROP-COUNT          TO  WS-CY-COUNT-2.
                MOVE WS-CHANGE-COUNT        TO  WS-CY-COUNT-3.
                EVALUATE TRUE
                    WHEN WS-MAST-AVAIL NOT = 'Y'
                        MOVE 'F'             TO  WS-CY-STATUS
                        MOVE 'GRADMAST NOT OPEN' TO WS-CY-REASON
                    WHEN WS-PV-SKIP-COUNT > 0 OR WS-CU-SKIP-COUNT > 0
                        MOVE 'F'             TO  WS-CY-STATUS
                        MOVE 'RECS NOT COMPARED' TO WS-CY-REASON
                    WHEN OTHER
                        MOVE 'C'             TO  WS-CY-STATUS
                END-EVALUATE.
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
                MOVE 'LAB3DELT'             TO  CY-STEP.
                READ CYCTL-FILE.
                IF WS-CYCTL-STATUS = '00'
                    MOVE 'Y'                 TO  WS-CY-ON-FILE
                ELSE
                    MOVE 'N'                 TO  WS-CY-ON-FILE
                END-IF.
                MOVE SPACES                 TO  CYCTL-REC.
                MOVE 'LAB3DELT'             TO  CY-STEP.
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
