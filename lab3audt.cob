      *  MASTER, THE DA-INPUT DECK LAB3MAINT REGENERATES FROM IT,
      *  THE DA-EXTR ALUMNI EXTRACT, AND THE DA-DEGREF CODE SET -
      *  AND THIS PROGRAM PROVES THEY AGREE BEFORE THE NEXT CYCLE
      *  STARTS. IT COPIES GRADMAST TO A KEYED WORK FILE
      *  (DA-AUDWK) ONE RECORD PER AWARD (THE MASTER'S OWN DEGREE
      *  PLUS EACH ADDITIONAL ONE ON DA-AWARD), MATCHES DA-INPUT AND
      *  DA-EXTR AGAINST IT BY STUDENT ID AND DEGREE, AND REPORTS
      *  EVERY AWARD
      *  PRESENT IN ONE FILE BUT NOT THE OTHERS OR CARRYING A
      *  DIFFERING NAME, DEGREE, OR YEAR, PLUS EVERY MAST-DEGREE
      *  CODE WITH NO DA-DEGREF ENTRY. THE REPORT CLOSES WITH A
      *  ONE-LINE IN-BALANCE / OUT-OF-BALANCE VERDICT THE
      *  OPERATORS CAN ACT ON (OUT OF BALANCE = HOLD THE CYCLE
      *  AND CALL FOR A RECOVERY, NOT RUN AND HOPE). A GRADUATE
      *  UNDER FERPA HOLD BELONGS ON DA-INPUT BUT NOT ON DA-EXTR -
      *  ABSENT FROM THE EXTRACT IS EXPECTED AND ONLY COUNTED,
      *  PRESENT ON IT IS A LEAK AND A DISCREPANCY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
                                 ALTERNATE RECORD KEY IS MAST-NAME
                                     WITH DUPLICATES
                                 FILE STATUS IS WS-MAST-STATUS.
            SELECT AWARD-FILE   ASSIGN TO 'DA-AWARD'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS AW-KEY
                                 FILE STATUS IS WS-AWARD-STATUS.
            SELECT INPUT-FILE   ASSIGN TO 'DA-INPUT'
                                 FILE STATUS IS WS-INPUT-STATUS.
            SELECT EXTR-FILE    ASSIGN TO 'DA-EXTR'
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS DG-CODE
                                 FILE STATUS IS WS-DEGREF-STATUS.
            SELECT MTWK-FILE    ASSIGN TO 'DA-AUDWK'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS MW-SEQ
                                 ALTERNATE RECORD KEY IS MW-MATCH-KEY
                                     WITH DUPLICATES
                                 ALTERNATE RECORD KEY IS MW-ID
                                     WITH DUPLICATES
                                 FILE STATUS IS WS-MTWK-STATUS.
            SELECT AURPT-FILE   ASSIGN TO 'UR-AURPT'.
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
      *  ADDITIONAL DEGREE AWARDS - SAME DEFINITION AS LAB3MAINT    *
      **************************************************************
       FD  AWARD-FILE.
       01  AWARD-REC.
                03  AW-KEY.
                    05  AW-STUDENT-ID      PIC X(9).
                    05  AW-DEGREE          PIC X(4).
                03  AW-YEAR                PIC X(4).
                03  FILLER                 PIC X(63).

       FD  INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
                03  DG-DEPT                PIC X(20).
                03  FILLER                 PIC X(5).

      **************************************************************
      *  MASTER WORK FILE - ONE RECORD PER AWARD, NUMBERED IN THE  *
      *  ORDER LOADED (GRADMAST ORDER, EACH MASTER'S OWN DEGREE    *
      *  FIRST). MW-MATCH-KEY FINDS AN AWARD BY ID AND DEGREE;     *
      *  MW-ID FINDS A GRADUATE'S FIRST AWARD. REBUILT EACH RUN    *
      **************************************************************
       FD  MTWK-FILE.
       01  MTWK-REC.
                03  MW-SEQ                 PIC 9(7).
                03  MW-MATCH-KEY.
                    05  MW-ID              PIC X(9).
                    05  MW-DEGREE          PIC X(4).
                03  FILLER                 PIC X(27).

       FD  AURPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  AURPT-REC                  PIC X(125).
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
      *   ONE MASTER AWARD FROM THE WORK FILE, FOR MATCHING BY      *
      *   STUDENT ID AND DEGREE - EACH ONE REMEMBERS WHETHER        *
      *   DA-INPUT AND DA-EXTR CLAIMED IT                           *
      **************************************************************
       01  MAST-ENTRY.
                03  WS-MT-SEQ              PIC 9(7).
                03  WS-MT-ID               PIC X(9).
                03  WS-MT-DEGREE           PIC X(4).
                03  WS-MT-NAME             PIC X(20).
                03  WS-MT-YEAR             PIC X(4).
                03  WS-MT-IN-INPUT         PIC X.
                03  WS-MT-IN-EXTR          PIC X.
                03  WS-MT-FERPA-HOLD       PIC X.
      **************************************************************
      *   DEGREE-CODE TABLE - THE CODES ON DA-DEGREF, SO EVERY      *
      *   MAST-DEGREE CAN BE PROVED TO HAVE A REFERENCE ENTRY       *
                03  WS-INPUT-STATUS        PIC XX        VALUE SPACES.
                03  WS-EXTR-STATUS         PIC XX        VALUE SPACES.
                03  WS-DEGREF-STATUS       PIC XX        VALUE SPACES.
                03  WS-MTWK-STATUS         PIC XX        VALUE SPACES.
                03  WS-MT-CT               PIC 9(7)      VALUE 0.
                03  WS-MT-FOUND            PIC 9(7)      VALUE 0.
      *        SEARCH ARGUMENT FOR 6000-FIND-IN-MASTER - KEPT IN
      *        WORKING STORAGE BECAUSE GRADMAST IS CLOSED ONCE THE
      *        WORK FILE IS LOADED, AND A CLOSED FILE'S RECORD AREA
      *        IS NOT OURS TO USE
                03  WS-FIND-ID             PIC X(9)      VALUE SPACES.
                03  WS-FIND-DEGREE         PIC X(4)      VALUE SPACES.
                03  WS-AWARD-STATUS        PIC XX        VALUE SPACES.
                03  WS-AWARD-AVAIL         PIC X         VALUE 'N'.
                03  WS-TB-DEGREE           PIC X(4)      VALUE SPACES.
                03  WS-TB-YEAR             PIC X(4)      VALUE SPACES.
                03  WS-DEGREE-IDX          PIC 9(2)      VALUE 0.
                03  WS-DEGREE-FOUND-SW     PIC X         VALUE 'N'.
                03  WS-MAST-COUNT          PIC 9(5)      VALUE 0.
                03  WS-EXT-DIFF-COUNT      PIC 9(5)      VALUE 0.
                03  WS-EXT-MISS-COUNT      PIC 9(5)      VALUE 0.
                03  WS-BADDEG-COUNT        PIC 9(5)      VALUE 0.
                03  WS-EXT-FERPA-COUNT     PIC 9(5)      VALUE 0.
      *        HELD GRADUATES CORRECTLY KEPT OFF DA-EXTR - NOT A
      *        DISCREPANCY, SO NOT PART OF THE VERDICT
                03  WS-FERPA-COUNT         PIC 9(5)      VALUE 0.
                03  WS-DISCREP-TOTAL       PIC 9(6)      VALUE 0.
                03  WS-CYCLE-DISCREP       PIC 9(6)      VALUE 0.
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
                OPEN OUTPUT AURPT-FILE.
                WRITE AURPT-REC FROM AURPT-HEADING1
                      AFTER ADVANCING PAGE.
                MOVE SPACES TO AURPT-REC.
                WRITE AURPT-REC
                      AFTER ADVANCING 1 LINE.
                PERFORM 1000-LOAD-MASTER-WORK.
                PERFORM 1200-LOAD-DEGREE-TABLE.
                OPEN I-O MTWK-FILE.
                PERFORM 2000-AUDIT-DA-INPUT.
                PERFORM 3000-AUDIT-DA-EXTR.
                PERFORM 4000-AUDIT-MASTER-SIDE.
                CLOSE MTWK-FILE.
                PERFORM 5000-PRINT-COUNTS.
                PERFORM 5500-PRINT-VERDICT.
                CLOSE AURPT-FILE.
                PERFORM 9050-POST-CYCLE-END.
                STOP RUN.

      **************************************************************
      *   LOADS THE MASTER WORK FILE - A MISSING GRADMAST IS        *
      *   ITSELF A FINDING, NOT A REASON TO ABEND: THE AUDIT RUNS   *
      *   WITH AN EMPTY WORK FILE AND EVERYTHING ON THE OTHER FILES *
      *   REPORTS AS ORPHANED                                       *
      **************************************************************

       1000-LOAD-MASTER-WORK.
                OPEN OUTPUT MTWK-FILE.
                OPEN INPUT AWARD-FILE.
                IF WS-AWARD-STATUS = '00'
                    MOVE 'Y'                 TO  WS-AWARD-AVAIL
                ELSE
                    MOVE 'N'                 TO  WS-AWARD-AVAIL
                END-IF.
                OPEN INPUT GRADMAST.
                IF WS-MAST-STATUS = '00'
                    MOVE LOW-VALUES          TO  MAST-STUDENT-ID
                        READ GRADMAST NEXT RECORD
                        IF WS-MAST-STATUS = '00'
                            ADD 1            TO  WS-MAST-COUNT
                            MOVE MAST-DEGREE TO  WS-TB-DEGREE
                            MOVE MAST-YEAR   TO  WS-TB-YEAR
                            PERFORM 1020-LOAD-ONE-AWARD
                            IF WS-AWARD-AVAIL = 'Y'
                                PERFORM 1050-LOAD-AWARDS
                            END-IF
                        END-IF
                    END-PERFORM
                    WRITE AURPT-REC FROM AURPT-SECTION1
                          AFTER ADVANCING 1 LINE
                END-IF.
                IF WS-AWARD-AVAIL = 'Y'
                    CLOSE AWARD-FILE
                END-IF.
                CLOSE MTWK-FILE.

      *        A RECORD THE WORK FILE WILL NOT TAKE NEVER ENTERS THE
      *        MATCH, SO IT IS COUNTED AND HOLDS THE VERDICT
       1020-LOAD-ONE-AWARD.
                ADD 1                       TO  WS-MT-CT.
                MOVE WS-MT-CT               TO  WS-MT-SEQ.
                MOVE MAST-STUDENT-ID        TO  WS-MT-ID.
                MOVE MAST-NAME              TO  WS-MT-NAME.
                MOVE WS-TB-DEGREE           TO  WS-MT-DEGREE.
                MOVE WS-TB-YEAR             TO  WS-MT-YEAR.
                MOVE 'N'                    TO  WS-MT-IN-INPUT.
                MOVE 'N'                    TO  WS-MT-IN-EXTR.
                MOVE MAST-FERPA-HOLD        TO  WS-MT-FERPA-HOLD.
                WRITE MTWK-REC FROM MAST-ENTRY.
                IF WS-MTWK-STATUS NOT = '00'
                        AND WS-MTWK-STATUS NOT = '02'
                    SUBTRACT 1               FROM WS-MT-CT
                    ADD 1                    TO  WS-MT-SKIP-COUNT
                END-IF.

       1050-LOAD-AWARDS.
                MOVE MAST-STUDENT-ID        TO  AW-STUDENT-ID.
                MOVE LOW-VALUES              TO  AW-DEGREE.
                START AWARD-FILE
                    KEY IS NOT LESS THAN AW-KEY.
                PERFORM UNTIL WS-AWARD-STATUS NOT = '00'
                        OR AW-STUDENT-ID NOT = MAST-STUDENT-ID
                    READ AWARD-FILE NEXT RECORD
                    IF WS-AWARD-STATUS = '00'
                            AND AW-STUDENT-ID = MAST-STUDENT-ID
                        MOVE AW-DEGREE       TO  WS-TB-DEGREE
                        MOVE AW-YEAR         TO  WS-TB-YEAR
                        PERFORM 1020-LOAD-ONE-AWARD
                    END-IF
                END-PERFORM.

      **************************************************************
      *   TABLES THE DEGREE CODES ON DA-DEGREF - A MISSING          *
                END-IF.

      **************************************************************
      *   MATCHES DA-INPUT AGAINST THE MASTER WORK FILE - EVERY DECK*
      *   RECORD MUST EXIST ON GRADMAST AND CARRY THE SAME NAME,    *
      *   DEGREE, AND YEAR, OR THE DECK IS STALE                    *
      **************************************************************
                IF EOF-I NOT = 1
                    ADD 1                    TO  WS-INPUT-COUNT
                    MOVE I-STUDENT-ID        TO  WS-FIND-ID
                    MOVE I-DEGREE            TO  WS-FIND-DEGREE
                    PERFORM 6000-FIND-IN-MASTER
                    IF WS-MT-FOUND = 0
                        ADD 1                TO  WS-INP-ORPHAN-COUNT
                        WRITE AURPT-REC FROM AURPT-DATA1
                              AFTER ADVANCING 1 LINE
                    ELSE
                        MOVE 'Y'             TO  WS-MT-IN-INPUT
                        REWRITE MTWK-REC FROM MAST-ENTRY
                        IF WS-MT-NAME NOT = I-NAME
                            OR WS-MT-DEGREE
                                NOT = I-DEGREE
                            OR WS-MT-YEAR
                                NOT = I-YEAR
                            ADD 1            TO  WS-INP-DIFF-COUNT
                            PERFORM 2200-PRINT-INPUT-DIFF
                    ' '                      DELIMITED BY SIZE
                    I-YEAR                   DELIMITED BY SIZE
                    ' MASTER HAS ' DELIMITED BY SIZE
                    WS-MT-DEGREE DELIMITED BY SIZE
                    ' '                      DELIMITED BY SIZE
                    WS-MT-YEAR DELIMITED BY SIZE
                    INTO L-AU-DETAIL.
                WRITE AURPT-REC FROM AURPT-DATA1
                      AFTER ADVANCING 1 LINE.

      **************************************************************
      *   MATCHES DA-EXTR AGAINST THE MASTER WORK FILE THE SAME WAY*
      *   THE ALUMNI OFFICE SHOULD NEVER BE THE ONES TO TELL US     *
      *   THE EXTRACT WENT STALE                                    *
      **************************************************************
                    ADD 1                    TO  WS-EXTR-COUNT
                    PERFORM 3150-PARSE-EXTRACT-REC
                    MOVE PD-STUDENT-ID       TO  WS-FIND-ID
                    MOVE PD-DEGREE           TO  WS-FIND-DEGREE
                    PERFORM 6000-FIND-IN-MASTER
                    IF WS-MT-FOUND = 0
                        ADD 1                TO  WS-EXT-ORPHAN-COUNT
                        WRITE AURPT-REC FROM AURPT-DATA1
                              AFTER ADVANCING 1 LINE
                    ELSE
                        MOVE 'Y'             TO  WS-MT-IN-EXTR
                        REWRITE MTWK-REC FROM MAST-ENTRY
                        IF WS-MT-FERPA-HOLD = 'Y'
                            ADD 1            TO  WS-EXT-FERPA-COUNT
                            MOVE SPACES      TO  AURPT-DATA1
                            MOVE PD-STUDENT-ID TO L-AU-ID
                            MOVE PD-NAME     TO  L-AU-NAME
                            MOVE 'FERPA HOLD ON MASTER, YET ON DA-EXTR'
                                TO  L-AU-DETAIL
                            WRITE AURPT-REC FROM AURPT-DATA1
                                  AFTER ADVANCING 1 LINE
                        END-IF
                        IF WS-MT-NAME NOT = PD-NAME
                            OR WS-MT-DEGREE
                                NOT = PD-DEGREE
                            OR WS-MT-YEAR
                                NOT = PD-YEAR
                            ADD 1            TO  WS-EXT-DIFF-COUNT
                            PERFORM 3200-PRINT-EXTR-DIFF
                    ' '                      DELIMITED BY SIZE
                    PD-YEAR                  DELIMITED BY SIZE
                    ' MASTER HAS ' DELIMITED BY SIZE
                    WS-MT-DEGREE DELIMITED BY SIZE
                    ' '                      DELIMITED BY SIZE
                    WS-MT-YEAR DELIMITED BY SIZE
                    INTO L-AU-DETAIL.
                WRITE AURPT-REC FROM AURPT-DATA1
                      AFTER ADVANCING 1 LINE.

      **************************************************************
      *   WALKS THE WORK FILE FOR THE OTHER DIRECTION - EVERY       *
      *   MASTER RECORD NO DECK OR EXTRACT RECORD CLAIMED, AND      *
      *   EVERY MAST-DEGREE WITH NO DA-DEGREF ENTRY                 *
      **************************************************************
                MOVE 'GRADMAST DISCREPANCIES' TO L-SECT-TEXT.
                WRITE AURPT-REC FROM AURPT-SECTION1
                      AFTER ADVANCING 1 LINE.
                MOVE 0                      TO  MW-SEQ.
                START MTWK-FILE
                    KEY IS NOT LESS THAN MW-SEQ.
                PERFORM UNTIL WS-MTWK-STATUS NOT = '00'
                    READ MTWK-FILE NEXT RECORD INTO MAST-ENTRY
                    IF WS-MTWK-STATUS = '00'
                        PERFORM 4100-AUDIT-ONE-MASTER
                    END-IF
                END-PERFORM.

       4100-AUDIT-ONE-MASTER.
                IF WS-MT-IN-INPUT = 'N'
                    ADD 1                    TO  WS-INP-MISS-COUNT
                    MOVE SPACES              TO  AURPT-DATA1
                    MOVE WS-MT-ID   TO  L-AU-ID
                    MOVE WS-MT-NAME TO  L-AU-NAME
                    MOVE 'ON GRADMAST, NOT ON DA-INPUT'
                        TO  L-AU-DETAIL
                    WRITE AURPT-REC FROM AURPT-DATA1
                          AFTER ADVANCING 1 LINE
                END-IF.
                IF WS-MT-IN-EXTR = 'N'
                        AND WS-MT-FERPA-HOLD = 'Y'
                    ADD 1                    TO  WS-FERPA-COUNT
                END-IF.
                IF WS-MT-IN-EXTR = 'N'
                        AND WS-MT-FERPA-HOLD NOT = 'Y'
                    ADD 1                    TO  WS-EXT-MISS-COUNT
                    MOVE SPACES              TO  AURPT-DATA1
                    MOVE WS-MT-ID   TO  L-AU-ID
                    MOVE WS-MT-NAME TO  L-AU-NAME
                    MOVE 'ON GRADMAST, NOT ON DA-EXTR'
                        TO  L-AU-DETAIL
                    WRITE AURPT-REC FROM AURPT-DATA1
                IF WS-DEGREE-FOUND-SW NOT = 'Y'
                    ADD 1                    TO  WS-BADDEG-COUNT
                    MOVE SPACES              TO  AURPT-DATA1
                    MOVE WS-MT-ID   TO  L-AU-ID
                    MOVE WS-MT-NAME TO  L-AU-NAME
                    STRING 'DEGREE CODE ' DELIMITED BY SIZE
                        WS-MT-DEGREE DELIMITED BY SIZE
                        ' NOT ON DA-DEGREF' DELIMITED BY SIZE
                        INTO L-AU-DETAIL
                    WRITE AURPT-REC FROM AURPT-DATA1
                PERFORM VARYING WS-DEGREE-IDX FROM 1 BY 1
                        UNTIL WS-DEGREE-IDX > WS-DEG-CT
                    IF DT-CODE (WS-DEGREE-IDX) =
                            WS-MT-DEGREE
                        MOVE 'Y'             TO  WS-DEGREE-FOUND-SW
                        MOVE WS-DEG-CT       TO  WS-DEGREE-IDX
                    END-IF
                MOVE 'DA-EXTR FIELD MISMATCHES:'
                    TO  L-CNT-TEXT.
                MOVE WS-EXT-DIFF-COUNT      TO  L-CNT-COUNT.
                WRITE AURPT-REC FROM AURPT-COUNT1
                      AFTER ADVANCING 1 LINE.
                MOVE 'FERPA HOLDS ON DA-EXTR:'
                    TO  L-CNT-TEXT.
                MOVE WS-EXT-FERPA-COUNT     TO  L-CNT-COUNT.
                WRITE AURPT-REC FROM AURPT-COUNT1
                      AFTER ADVANCING 1 LINE.
                MOVE 'FERPA HOLDS KEPT OFF DA-EXTR:'
                    TO  L-CNT-TEXT.
                MOVE WS-FERPA-COUNT         TO  L-CNT-COUNT.
                WRITE AURPT-REC FROM AURPT-COUNT1
                      AFTER ADVANCING 1 LINE.
                MOVE 'DEGREE CODES NOT ON DA-DEGREF:'
                MOVE WS-BADDEG-COUNT        TO  L-CNT-COUNT.
                WRITE AURPT-REC FROM AURPT-COUNT1
                      AFTER ADVANCING 1 LINE.
      *        MASTERS THE WORK FILE REFUSED NEVER ENTERED THE
      *        MATCH - REPORTED SO A TRUNCATED AUDIT CANNOT PASS
      *        FOR A COMPLETE ONE
                MOVE 'MASTER RECS NOT AUDITED:'
      **************************************************************
      *   THE ONE LINE THE OPERATORS READ - IN BALANCE ONLY WHEN    *
      *   EVERY DISCREPANCY COUNTER IS ZERO AND THE WHOLE MASTER    *
      *   MADE IT ONTO THE WORK FILE                                *
      **************************************************************

       5500-PRINT-VERDICT.
                    WS-INP-ORPHAN-COUNT + WS-INP-DIFF-COUNT +
                    WS-INP-MISS-COUNT + WS-EXT-ORPHAN-COUNT +
                    WS-EXT-DIFF-COUNT + WS-EXT-MISS-COUNT +
                    WS-EXT-FERPA-COUNT +
                    WS-BADDEG-COUNT + WS-MT-SKIP-COUNT.
                IF WS-DISCREP-TOTAL = 0
                    MOVE 'FILES IN BALANCE - CLEAR TO CYCLE'
                      AFTER ADVANCING 1 LINE.

      **************************************************************
      *   LOCATES WS-FIND-ID AND WS-FIND-DEGREE (SET BY THE         *
      *   CALLER) ON THE WORK FILE AND READS IT INTO MAST-ENTRY.    *
      *   WITH NO AWARD OF THAT DEGREE, THE GRADUATE'S FIRST AWARD  *
      *   IS RETURNED SO THE CALLER REPORTS A FIELD MISMATCH        *
      *   RATHER THAN AN ORPHAN. WS-MT-FOUND IS ITS SEQUENCE        *
      *   NUMBER, 0 WHEN THE ID IS NOT ON THE MASTER AT ALL         *
      **************************************************************

       6000-FIND-IN-MASTER.
                MOVE 0 TO WS-MT-FOUND.
                MOVE WS-FIND-ID             TO  MW-ID.
                MOVE WS-FIND-DEGREE         TO  MW-DEGREE.
                READ MTWK-FILE INTO MAST-ENTRY
                    KEY IS MW-MATCH-KEY.
                IF WS-MTWK-STATUS NOT = '00'
                        AND WS-MTWK-STATUS NOT = '02'
                    MOVE WS-FIND-ID          TO  MW-ID
                    READ MTWK-FILE INTO MAST-ENTRY
                        KEY IS MW-ID
                END-IF.
                IF WS-MTWK-STATUS = '00' OR WS-MTWK-STATUS = '02'
                    MOVE WS-MT-SEQ           TO  WS-MT-FOUND
                END-IF.

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

      *        A MASTER THAT DISAGREES WITH DA-INPUT OR DA-DEGREF, OR
      *        DID NOT ALL REACH THE WORK FILE, FAILS THE STEP SO
      *        NOTHING DOWNSTREAM IS RELEASED ON TOP OF IT. THE
      *        DA-EXTR COUNTS ARE LEFT OUT - DA-EXTR IS LAST NIGHT'S
      *        LAB3 OUTPUT, SO TONIGHT'S MAINTENANCE ALWAYS SHOWS
      *        THERE UNTIL LAB3 REBUILDS IT LATER IN THE STREAM
       9050-POST-CYCLE-END.
                COMPUTE WS-CYCLE-DISCREP =
                    WS-INP-ORPHAN-COUNT + WS-INP-DIFF-COUNT +
                    WS-INP-MISS-COUNT +
                    WS-BADDEG-COUNT + WS-MT-SKIP-COUNT.
                MOVE WS-MAST-COUNT          TO  WS-CY-COUNT-1.
                MOVE WS-INPUT-COUNT         TO  WS-CY-COUNT-2.
                MOVE WS-CYCLE-DISCREP       TO  WS-CY-COUNT-3.
                IF WS-CYCLE-DISCREP > 0
                    MOVE 'F'                 TO  WS-CY-STATUS
                    MOVE 'OUT OF BALANCE'    TO  WS-CY-REASON
                ELSE
                    MOVE 'C'                 TO  WS-CY-STATUS
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
                MOVE 'LAB3AUDT'             TO  CY-STEP.
                READ CYCTL-FILE.
                IF WS-CYCTL-STATUS = '00'
                    MOVE 'Y'                 TO  WS-CY-ON-FILE
                ELSE
                    MOVE 'N'                 TO  WS-CY-ON-FILE
                END-IF.
                MOVE SPACES                 TO  CYCTL-REC.
                MOVE 'LAB3AUDT'             TO  CY-STEP.
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
